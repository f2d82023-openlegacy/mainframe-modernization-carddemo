      *****************************************************************
      * Program     : CBACT96A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Fraud verification reply processor - reads the
      *               SMS gateway's inbound reply file against the
      *               verification texts COTRN02A queued for charges
      *               held on the fraud review queue (FRDSMS). The
      *               reply must come from the phone the text went
      *               to and inside the reply window. A YES clears
      *               the FRDREVW item; a NO confirms it as fraud
      *               with the same unit of work an analyst's
      *               COFRD01A confirm runs - a dispute for every
      *               tainted charge, the card blocked and replaced,
      *               and the FRAUDCASE/FRAUDTRN rows for the
      *               regulator file and network report. Either way
      *               an audit note goes on the account (ACCTNOTE).
      *               Texts left unanswered past the window expire,
      *               which returns their items to the analysts'
      *               workqueue.
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
      * 2026-10-15 - New batch job: two-way SMS fraud verification -
      *              customer YES/NO replies clear or confirm review
      *              items
      * 2026-10-15 - Cancel a virtual card number confirmed as fraud
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT96A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMS-REPLY-FILE ASSIGN TO SMSREPLY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD SMS-REPLY-FILE
           RECORDING MODE IS F.
       01 SMS-REPLY-RECORD.
      *  NOTIFY_ID of the text being answered, quoted back by the
      *  gateway as on its delivery-status file (CBACT65A)
         05 SRP-NOTIFY-ID               PIC 9(18).
         05 SRP-FROM-PHONE              PIC X(15).
         05 SRP-REPLY-TEXT              PIC X(20).
         05 SRP-RECEIVED-TS             PIC X(26).
         05 FILLER                      PIC X(01).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT96A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPL-FILE-STATUS          PIC X(02) VALUE '00'.

      * A reply counts if it arrives on the day the text was sent or
      * within this many days after; an unanswered text expires on
      * the first run past that. Replacement cards get the same
      * validity period as CBACT11A's expiry reissue.
       01 WS-CONSTANTS.
         05 WS-REPLY-WINDOW-DAYS        PIC S9(04) COMP VALUE 2.
         05 WS-REISSUE-VALIDITY-DAYS    PIC S9(04) COMP VALUE 1095.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-REPLIES-READ             PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-CLEARED            PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-CONFIRMED          PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-ALREADY-WORKED   PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-NOT-AWAITED      PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-LATE             PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-WRONG-PHONE      PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-UNRECOGNISED     PIC 9(07) VALUE ZEROS.
         05 WS-REPLIES-UNMATCHED        PIC 9(07) VALUE ZEROS.
         05 WS-TEXTS-EXPIRED            PIC 9(07) VALUE ZEROS.
         05 WS-REPLY-ERRORS             PIC 9(07) VALUE ZEROS.

       01 WS-DATE-FIELDS.
         05 WS-BIZDT-INT                PIC S9(09) COMP.
         05 WS-DATE-INT                 PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD            PIC 9(08).
         05 WS-SENT-INT                 PIC S9(09) COMP.
         05 WS-RECEIVED-INT             PIC S9(09) COMP.
         05 WS-TS-YYYYMMDD              PIC X(08).

      * New-card-number generation, same recipe as COCRDUPA's
      * GENERATE-REPLACEMENT-CARD-NUM.
       01 WS-NEW-CARD-FIELDS.
         05 WS-CARD-NUM-SEQ-DISPLAY     PIC 9(15).
         05 WS-NEW-CARD-NUMBER          PIC X(16).

       01 WS-WORK-FIELDS.
      * The reply as keyed, upper-cased - Spanish-language texts ask
      * for SI or NO.
         05 WS-REPLY-WORD               PIC X(20).
           88 REPLY-IS-YES                        VALUE 'YES' 'Y'
                                                        'SI' 'S'.
           88 REPLY-IS-NO                         VALUE 'NO' 'N'.
         05 WS-REVIEW-ID-DISP           PIC 9(18).
         05 WS-CASE-ID-DISP             PIC 9(18).

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 REPLY-FILE-EOF                        VALUE 'Y'.
         88 REPLY-FILE-NOT-EOF                    VALUE 'N'.

       01 WS-ITEM-ERR-FLAG             PIC X(01) VALUE 'N'.
         88 ITEM-ERR-ON                           VALUE 'Y'.
         88 ITEM-ERR-OFF                          VALUE 'N'.

      * Customer notification queue insert - see CSUTLNPL for the
      * shared logic.
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

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

      * Luhn check-digit work fields (shared logic CSUTLLPL)
       01 WS-LUHN-FIELDS.
       COPY CSUTLLWY.

       01 WS-BIN-WORK-FIELDS.
         05 WS-BIN-SEQ-EDIT            PIC 9(09).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-NOW-TS                   PIC X(26).
       01 HOST-EXPIRE-BEFORE-DATE       PIC X(10).

      * Host variables - the review item being answered
       01 HOST-FRD-TRAN-ID              PIC X(16).
       01 HOST-FRD-REVIEW-STATUS        PIC X(01).

      * Host variables - the phone the text was sent to
      * (CXACAIX + CUSTDAT, resolved as CBACT16A resolves it)
       01 HOST-XREF-CUST-ID             PIC S9(09) COMP.
       01 HOST-CUST-PHONE-NUM-1         PIC X(15).

      * Host variables - the card on the review item
       01 HOST-CARD-RECORD.
         05 HOST-CARD-NUM               PIC X(16).
         05 HOST-CARD-ACCT-ID           PIC S9(11) COMP.
         05 HOST-CARD-EXPIRY-DATE       PIC X(10).
         05 HOST-CARD-EMBOSSED-NAME     PIC X(50).
         05 HOST-CARD-ACTIVE-STATUS     PIC X(01).
       01 HOST-ACCT-ACTIVE-STATUS       PIC X(01).
       01 WS-CARD-FOUND-FLAG            PIC X(01) VALUE 'N'.
         88 CARD-FOUND                            VALUE 'Y'.
         88 CARD-NOT-FOUND                        VALUE 'N'.

      * Newly-minted replacement card
       01 HOST-NEW-CARD-NUM             PIC X(16).
       01 HOST-NEW-EXPIRY-DATE          PIC X(10).
       01 HOST-BIN-RANGE.
         05 HOST-BIN-PREFIX             PIC X(06).
         05 HOST-BIN-NEXT-SEQ           PIC S9(09) COMP.
       01 HOST-CARD-NUM-SEQ             PIC S9(18) COMP-3.

      * Confirmed-fraud case - the tainted-charge sweep runs from
      * the flagged charge's own origination timestamp forward, as
      * in COFRD01A.
       01 HOST-FLAGGED-ORIG-TS          PIC X(26).
       01 HOST-DSP-REASON-DESC          PIC X(50).
       01 HOST-CASE-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-DISPUTES-OPENED          PIC S9(04) COMP.
       01 HOST-REPORTED-DATE            PIC X(10).
       01 HOST-NOTE-ID-SEQ              PIC S9(18) COMP-3.

       COPY CVFRD03Y.
       COPY CVFRC01Y.
       COPY CVANT01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT96A - FRAUD VERIFICATION REPLIES STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT96A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT16A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPLY-FILE
               UNTIL REPLY-FILE-EOF
           PERFORM 3000-EXPIRE-UNANSWERED
           PERFORM 9000-FINALIZE
           MOVE 'CBACT96A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-REPLIES-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-ITEMS-CLEARED + WS-ITEMS-CONFIRMED
           COMPUTE WS-RTOT-RECS-REJECTED =
               WS-REPLIES-UNMATCHED + WS-REPLIES-WRONG-PHONE
             + WS-REPLIES-LATE + WS-REPLIES-UNRECOGNISED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT96A - FRAUD VERIFICATION REPLIES ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-REPLIES-READ
           MOVE ZEROS TO WS-ITEMS-CLEARED
           MOVE ZEROS TO WS-ITEMS-CONFIRMED
           MOVE ZEROS TO WS-REPLIES-ALREADY-WORKED
           MOVE ZEROS TO WS-REPLIES-NOT-AWAITED
           MOVE ZEROS TO WS-REPLIES-LATE
           MOVE ZEROS TO WS-REPLIES-WRONG-PHONE
           MOVE ZEROS TO WS-REPLIES-UNRECOGNISED
           MOVE ZEROS TO WS-REPLIES-UNMATCHED
           MOVE ZEROS TO WS-TEXTS-EXPIRED
           MOVE ZEROS TO WS-REPLY-ERRORS
           SET REPLY-FILE-NOT-EOF TO TRUE

           MOVE SPACES TO HOST-NOW-TS
           STRING WS-BIZDT-DATE '-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-NOW-TS
           MOVE WS-BIZDT-DATE TO HOST-REPORTED-DATE

           COMPUTE WS-BIZDT-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)

      * Replacement card expiry
           COMPUTE WS-DATE-INT =
               WS-BIZDT-INT + WS-REISSUE-VALIDITY-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-NEW-EXPIRY-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-NEW-EXPIRY-DATE

      * Texts sent before this date are past their reply window
           COMPUTE WS-DATE-INT =
               WS-BIZDT-INT - WS-REPLY-WINDOW-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-EXPIRE-BEFORE-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-EXPIRE-BEFORE-DATE

           OPEN INPUT SMS-REPLY-FILE
           IF WS-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SMS-REPLY-FILE - STATUS: '
                       WS-RPL-FILE-STATUS
               SET REPLY-FILE-EOF TO TRUE
               ADD 1 TO WS-REPLY-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-PROCESS-REPLY-FILE
      *----------------------------------------------------------------*
       2000-PROCESS-REPLY-FILE.

           READ SMS-REPLY-FILE
               AT END
                   SET REPLY-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPLIES-READ
                   PERFORM 2100-PROCESS-ONE-REPLY
                      THRU 2100-PROCESS-ONE-REPLY-EXIT
           END-READ.

      *----------------------------------------------------------------*
      *                   2100-PROCESS-ONE-REPLY
      * A reply is acted on only when it answers a text still
      * awaiting one, comes from the phone the text went to and
      * arrives inside the window. Anything else leaves the review
      * item where it is - an unrecognised reply keeps the text
      * open, since the cardholder may reply again.
      *----------------------------------------------------------------*
       2100-PROCESS-ONE-REPLY.

           SET ITEM-ERR-OFF TO TRUE

           IF SRP-NOTIFY-ID NOT NUMERIC
               ADD 1 TO WS-REPLIES-UNMATCHED
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF

           MOVE SRP-NOTIFY-ID TO FSM-NOTIFY-ID
           EXEC SQL
               SELECT FSM_REVIEW_ID, FSM_ACCT_ID, FSM_CARD_NUM,
                      FSM_STATUS, FSM_SENT_TS
               INTO :FSM-REVIEW-ID, :FSM-ACCT-ID, :FSM-CARD-NUM,
                    :FSM-STATUS, :FSM-SENT-TS
               FROM FRDSMS
               WHERE FSM_NOTIFY_ID = :FSM-NOTIFY-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   ADD 1 TO WS-REPLIES-UNMATCHED
                   GO TO 2100-PROCESS-ONE-REPLY-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING FRDSMS FOR NOTIFY ID: '
                           SRP-NOTIFY-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-REPLY-ERRORS
                   GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-EVALUATE

           MOVE FSM-REVIEW-ID TO WS-REVIEW-ID-DISP

      * Already answered, or expired on an earlier run
           IF NOT FSM-STATUS-AWAITING
               ADD 1 TO WS-REPLIES-NOT-AWAITED
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF

           PERFORM 2200-CHECK-REPLY-PHONE
           IF ITEM-ERR-ON
               ADD 1 TO WS-REPLY-ERRORS
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF
           IF SRP-FROM-PHONE NOT = HOST-CUST-PHONE-NUM-1
               ADD 1 TO WS-REPLIES-WRONG-PHONE
               DISPLAY 'REPLY FOR REVIEW ITEM ' WS-REVIEW-ID-DISP
                       ' FROM AN UNKNOWN PHONE - IGNORED'
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF

           PERFORM 2150-CHECK-REPLY-WINDOW
           IF WS-RECEIVED-INT > WS-SENT-INT + WS-REPLY-WINDOW-DAYS
               ADD 1 TO WS-REPLIES-LATE
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SRP-REPLY-TEXT))
             TO WS-REPLY-WORD
           IF NOT REPLY-IS-YES AND NOT REPLY-IS-NO
               ADD 1 TO WS-REPLIES-UNRECOGNISED
               GO TO 2100-PROCESS-ONE-REPLY-EXIT
           END-IF

      * An analyst may have worked the item while the text was out -
      * their decision stands and the reply is only recorded.
           EXEC SQL
               SELECT FRD_TRAN_ID, FRD_REVIEW_STATUS
               INTO :HOST-FRD-TRAN-ID, :HOST-FRD-REVIEW-STATUS
               FROM FRDREVW
               WHERE FRD_REVIEW_ID = :FSM-REVIEW-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING FRDREVW ITEM: '
                           WS-REVIEW-ID-DISP ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-REPLY-ERRORS
               WHEN HOST-FRD-REVIEW-STATUS NOT = 'O'
                   PERFORM 2500-RECORD-WORKED-REPLY
               WHEN REPLY-IS-YES
                   PERFORM 2300-CLEAR-ITEM
               WHEN OTHER
                   PERFORM 2400-CONFIRM-FRAUD
           END-EVALUATE.
       2100-PROCESS-ONE-REPLY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2150-CHECK-REPLY-WINDOW
      * Day the text was sent against the day the reply came in; a
      * reply with no usable timestamp is taken as today's.
      *----------------------------------------------------------------*
       2150-CHECK-REPLY-WINDOW.

           MOVE SPACES TO WS-TS-YYYYMMDD
           STRING FSM-SENT-TS(1:4) FSM-SENT-TS(6:2) FSM-SENT-TS(9:2)
             DELIMITED BY SIZE INTO WS-TS-YYYYMMDD
           IF WS-TS-YYYYMMDD IS NUMERIC
               MOVE WS-TS-YYYYMMDD TO WS-DATE-YYYYMMDD
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           ELSE
               MOVE WS-BIZDT-INT TO WS-SENT-INT
           END-IF

           MOVE SPACES TO WS-TS-YYYYMMDD
           STRING SRP-RECEIVED-TS(1:4) SRP-RECEIVED-TS(6:2)
                  SRP-RECEIVED-TS(9:2)
             DELIMITED BY SIZE INTO WS-TS-YYYYMMDD
           IF WS-TS-YYYYMMDD IS NUMERIC
               MOVE WS-TS-YYYYMMDD TO WS-DATE-YYYYMMDD
               COMPUTE WS-RECEIVED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           ELSE
               MOVE WS-BIZDT-INT TO WS-RECEIVED-INT
           END-IF.

      *----------------------------------------------------------------*
      *                   2200-CHECK-REPLY-PHONE
      * The text went to the primary phone of the account's customer
      * - the lowest card number's cross-reference row, the same
      * resolution CBACT16A made when it dispatched the text.
      *----------------------------------------------------------------*
       2200-CHECK-REPLY-PHONE.

           MOVE SPACES TO HOST-CUST-PHONE-NUM-1

           EXEC SQL
               SELECT XREF_CUST_ID
               INTO :HOST-XREF-CUST-ID
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :FSM-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :FSM-ACCT-ID)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT CUST_PHONE_NUM_1
                   INTO :HOST-CUST-PHONE-NUM-1
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-XREF-CUST-ID
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RESOLVING PHONE FOR REVIEW ITEM: '
                       WS-REVIEW-ID-DISP ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-CLEAR-ITEM
      * The cardholder recognises the charge - the item closes as
      * Cleared, exactly as an analyst's COFRD01A clear would, with
      * the reason left on the account's notes.
      *----------------------------------------------------------------*
       2300-CLEAR-ITEM.

           EXEC SQL
               UPDATE FRDREVW
               SET FRD_REVIEW_STATUS = 'C'
               WHERE FRD_REVIEW_ID = :FSM-REVIEW-ID
               AND   FRD_REVIEW_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLEARING REVIEW ITEM: '
                       WS-REVIEW-ID-DISP ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF

           IF ITEM-ERR-OFF
               MOVE SPACES TO ANT-NOTE-TEXT
               STRING 'Review item ' WS-REVIEW-ID-DISP
                      ' cleared - cardholder replied YES to the fraud'
                      ' verification text'
                 DELIMITED BY SIZE INTO ANT-NOTE-TEXT
               PERFORM 2600-WRITE-ACCOUNT-NOTE
           END-IF

           IF ITEM-ERR-OFF
               SET FSM-STATUS-CUST-CONFIRMED TO TRUE
               MOVE ZEROS TO FSM-CASE-ID
               PERFORM 2700-RECORD-REPLY
           END-IF

           IF ITEM-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-CLEARED
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REPLY-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2400-CONFIRM-FRAUD
      * The cardholder denies the charge - the same confirmed-fraud
      * case COFRD01A files for an analyst, in one unit of work here:
      * a dispute for every tainted charge (each posted charge on the
      * card from the flagged one forward, skipping any already under
      * an open dispute), the card replaced with the CBACT11A
      * reissue mechanics when it and its account are still active,
      * the old card blocked, the FRAUDCASE row with its FRAUDTRN
      * rows, and the item closed as Confirmed. There is no analyst
      * to pick a network fraud type, so it defaults from the channel
      * as a blank type does on the COFRD01A confirm.
      *----------------------------------------------------------------*
       2400-CONFIRM-FRAUD.

           MOVE FSM-CARD-NUM TO HOST-CARD-NUM
           MOVE SPACES TO HOST-NEW-CARD-NUM
           MOVE ZEROS TO HOST-DISPUTES-OPENED

           PERFORM 2410-READ-FLAGGED-CHARGE

           IF ITEM-ERR-OFF
               PERFORM 2420-OPEN-TAINTED-DISPUTES
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2430-READ-CARD
           END-IF

           IF ITEM-ERR-OFF AND CARD-FOUND
              AND HOST-CARD-ACTIVE-STATUS = 'Y'
              AND HOST-ACCT-ACTIVE-STATUS = 'Y'
               PERFORM 2440-REISSUE-CARD
           END-IF

           IF ITEM-ERR-OFF AND CARD-FOUND
               PERFORM 2450-BLOCK-CARD
           END-IF

           IF ITEM-ERR-OFF AND CARD-NOT-FOUND
               PERFORM 2455-CANCEL-VIRTUAL-CARD
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2460-WRITE-FRAUD-CASE
           END-IF

           IF ITEM-ERR-OFF
               EXEC SQL
                   UPDATE FRDREVW
                   SET FRD_REVIEW_STATUS = 'F'
                   WHERE FRD_REVIEW_ID = :FSM-REVIEW-ID
                   AND   FRD_REVIEW_STATUS = 'O'
               END-EXEC
               IF SQLCODE NOT = 0
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR CONFIRMING REVIEW ITEM: '
                           WS-REVIEW-ID-DISP ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               END-IF
           END-IF

           IF ITEM-ERR-OFF
               MOVE FRC-CASE-ID TO WS-CASE-ID-DISP
               MOVE SPACES TO ANT-NOTE-TEXT
               STRING 'Review item ' WS-REVIEW-ID-DISP
                      ' confirmed as fraud - cardholder replied NO;'
                      ' case ' WS-CASE-ID-DISP
                 DELIMITED BY SIZE INTO ANT-NOTE-TEXT
               PERFORM 2600-WRITE-ACCOUNT-NOTE
           END-IF

           IF ITEM-ERR-OFF
               SET FSM-STATUS-CUST-DENIED TO TRUE
               MOVE FRC-CASE-ID TO FSM-CASE-ID
               PERFORM 2700-RECORD-REPLY
           END-IF

           IF ITEM-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-CONFIRMED
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REPLY-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2410-READ-FLAGGED-CHARGE
      * The flagged row may already have been swept to the archive,
      * so the lookup spans it.
      *----------------------------------------------------------------*
       2410-READ-FLAGGED-CHARGE.

           MOVE SPACES TO HOST-FLAGGED-ORIG-TS
           EXEC SQL
               SELECT T.TRAN_ORIG_TS
               INTO :HOST-FLAGGED-ORIG-TS
               FROM (SELECT TRAN_ID, TRAN_ORIG_TS
                     FROM TRANSACT
                     UNION ALL
                     SELECT TRAN_ID, TRAN_ORIG_TS
                     FROM TRANSACT_ARCH) T
               WHERE T.TRAN_ID = :HOST-FRD-TRAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING FLAGGED CHARGE: '
                       HOST-FRD-TRAN-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                   2420-OPEN-TAINTED-DISPUTES
      * One dispute per tainted charge, as CODSP01A opens them; a
      * charge already under an open dispute is skipped, as CODSP01A
      * refuses it.
      *----------------------------------------------------------------*
       2420-OPEN-TAINTED-DISPUTES.

           MOVE SPACES TO HOST-DSP-REASON-DESC
           STRING 'CONFIRMED FRAUD - REVIEW ITEM '
                  WS-REVIEW-ID-DISP
                  DELIMITED BY SIZE
             INTO HOST-DSP-REASON-DESC

           EXEC SQL
               INSERT INTO DISPUTES
               (DSP_DISPUTE_ID, DSP_TRAN_ID, DSP_ACCT_ID, DSP_CARD_NUM,
                DSP_TRAN_AMT, DSP_REASON_DESC, DSP_STATUS,
                DSP_CREATE_TS)
               SELECT NEXT VALUE FOR DISPUTE_ID_SEQ, T.TRAN_ID,
                      :FSM-ACCT-ID, T.TRAN_CARD_NUM, T.TRAN_AMT,
                      :HOST-DSP-REASON-DESC, 'O', :HOST-NOW-TS
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM = :FSM-CARD-NUM
               AND   T.TRAN_AMT > 0
               AND   T.TRAN_ORIG_TS >= :HOST-FLAGGED-ORIG-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM DISPUTES D
                      WHERE D.DSP_TRAN_ID = T.TRAN_ID
                      AND   D.DSP_STATUS = 'O')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO HOST-DISPUTES-OPENED
               WHEN 100
                   MOVE ZEROS TO HOST-DISPUTES-OPENED
               WHEN OTHER
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING DISPUTES FOR REVIEW ITEM: '
                           WS-REVIEW-ID-DISP ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2430-READ-CARD
      * The review row can outlive its card (already replaced) - the
      * case still stands, with nothing to block or replace.
      *----------------------------------------------------------------*
       2430-READ-CARD.

           SET CARD-NOT-FOUND TO TRUE

           EXEC SQL
               SELECT C.CARD_ACCT_ID, C.CARD_EXPIRAION_DATE,
                      C.CARD_EMBOSSED_NAME, C.CARD_ACTIVE_STATUS,
                      A.ACCT_ACTIVE_STATUS
               INTO :HOST-CARD-ACCT-ID, :HOST-CARD-EXPIRY-DATE,
                    :HOST-CARD-EMBOSSED-NAME,
                    :HOST-CARD-ACTIVE-STATUS,
                    :HOST-ACCT-ACTIVE-STATUS
               FROM CARDDAT C, ACCTDAT A
               WHERE C.CARD_NUM = :HOST-CARD-NUM
               AND   A.ACCT_ID = C.CARD_ACCT_ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET CARD-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CARDDAT FOR: '
                           HOST-CARD-NUM ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2440-REISSUE-CARD
      * Same replace-in-place mechanics as CBACT11A's 2200-REISSUE-
      * CARD: mint a new card number, insert the new card Pending,
      * repoint CXACAIX, stage the CARDUPDT pair and queue the
      * cardholder notice. The old card is blocked by 2450 and the
      * whole case commits together.
      *----------------------------------------------------------------*
       2440-REISSUE-CARD.

           PERFORM 2441-GENERATE-NEW-CARD-NUM

           IF ITEM-ERR-OFF
               PERFORM 2443-INSERT-NEW-CARD-DB2
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2444-REPOINT-CXACAIX-DB2
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2445-STAGE-ACCOUNT-UPDATER-DB2
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2446-WRITE-REISSUE-NOTIFY-DB2
           END-IF.

      *----------------------------------------------------------------*
      *                      2441-GENERATE-NEW-CARD-NUM
      *----------------------------------------------------------------*
       2441-GENERATE-NEW-CARD-NUM.

           EXEC SQL
               SELECT NEXT VALUE FOR CARD_NUM_SEQ
               INTO :HOST-CARD-NUM-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR GETTING CARD_NUM_SEQ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           ELSE
               MOVE HOST-CARD-NUM-SEQ TO WS-CARD-NUM-SEQ-DISPLAY

      * Card numbers are governed by the BINRANGE table: issuer
      * prefix plus the range's own sequence, closed with a Luhn
      * check digit. An installation with no active BIN range
      * falls back to the original '4' + sequence format. No
      * security code is minted here - CBACT42A cuts it when it
      * orders the plastic.
               PERFORM 2442-BUILD-CARD-NUMBER

               MOVE WS-NEW-CARD-NUMBER TO HOST-NEW-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                      2442-BUILD-CARD-NUMBER
      *----------------------------------------------------------------*
      * The sequence row is fetched through an update cursor so this
      * run cannot race an online account open (COACTADA) into
      * minting the same card number from a stale read.
       2442-BUILD-CARD-NUMBER.

           EXEC SQL
               DECLARE CUR-BIN-SEQ CURSOR FOR
               SELECT BIN_PREFIX, BIN_NEXT_SEQ
               FROM BINRANGE
               WHERE BIN_ACTIVE_IND = 'Y'
               AND   BIN_PREFIX =
                     (SELECT MIN(BIN_PREFIX) FROM BINRANGE
                      WHERE BIN_ACTIVE_IND = 'Y')
               FOR UPDATE OF BIN_NEXT_SEQ
           END-EXEC

           EXEC SQL
               OPEN CUR-BIN-SEQ
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   FETCH CUR-BIN-SEQ
                   INTO :HOST-BIN-PREFIX, :HOST-BIN-NEXT-SEQ
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-BIN-NEXT-SEQ TO WS-BIN-SEQ-EDIT
                   MOVE SPACES TO WS-LUHN-CARD-NUM
                   STRING HOST-BIN-PREFIX
                          WS-BIN-SEQ-EDIT
                          '0'
                          DELIMITED BY SIZE
                          INTO WS-LUHN-CARD-NUM
                   END-STRING
                   PERFORM COMPUTE-LUHN-CHECK-DIGIT
                      THRU COMPUTE-LUHN-CHECK-DIGIT-EXIT
                   MOVE WS-LUHN-CARD-NUM TO WS-NEW-CARD-NUMBER

                   ADD 1 TO HOST-BIN-NEXT-SEQ
                   EXEC SQL
                       UPDATE BINRANGE
                       SET BIN_NEXT_SEQ = :HOST-BIN-NEXT-SEQ
                       WHERE CURRENT OF CUR-BIN-SEQ
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET ITEM-ERR-ON TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR ADVANCING BINRANGE - SQLCODE: '
                               WS-SQLCODE-DISPLAY
                   END-IF
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
                   STRING '4' WS-CARD-NUM-SEQ-DISPLAY
                          DELIMITED BY SIZE
                          INTO WS-NEW-CARD-NUMBER
                   END-STRING
               WHEN OTHER
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING BINRANGE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2443-INSERT-NEW-CARD-DB2
      * Born Pending with the business date as its issued date, so
      * CBACT42A picks it up for embossing and COCRDACA activates it.
      *----------------------------------------------------------------*
       2443-INSERT-NEW-CARD-DB2.

           EXEC SQL
               INSERT INTO CARDDAT (
                   CARD_NUM,
                   CARD_ACCT_ID,
                   CARD_CVV_DIGEST,
                   CARD_EMBOSSED_NAME,
                   CARD_EXPIRAION_DATE,
                   CARD_ACTIVE_STATUS,
                   CARD_ISSUED_DATE
               ) VALUES (
                   :HOST-NEW-CARD-NUM,
                   :HOST-CARD-ACCT-ID,
                   ' ',
                   :HOST-CARD-EMBOSSED-NAME,
                   :HOST-NEW-EXPIRY-DATE,
                   'P',
                   :WS-BIZDT-DATE
               )
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING NEW CARD FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2444-REPOINT-CXACAIX-DB2
      *----------------------------------------------------------------*
       2444-REPOINT-CXACAIX-DB2.

           EXEC SQL
               UPDATE CXACAIX
               SET XREF_CARD_NUM = :HOST-NEW-CARD-NUM
               WHERE XREF_CARD_NUM = :HOST-CARD-NUM
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR REPOINTING CXACAIX FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                  2445-STAGE-ACCOUNT-UPDATER-DB2
      * Pairs the compromised PAN/expiry with the new one on
      * CARDUPDT for the CBACT44A account-updater feed. Shares the
      * case's unit of work - no COMMIT here.
      *----------------------------------------------------------------*
       2445-STAGE-ACCOUNT-UPDATER-DB2.

           EXEC SQL
               INSERT INTO CARDUPDT
               (CUP_OLD_CARD_NUM, CUP_OLD_EXPIRY_DATE,
                CUP_NEW_CARD_NUM, CUP_NEW_EXPIRY_DATE,
                CUP_ACCT_ID, CUP_STATUS, CUP_CREATE_TS)
               VALUES
               (:HOST-CARD-NUM, :HOST-CARD-EXPIRY-DATE,
                :HOST-NEW-CARD-NUM, :HOST-NEW-EXPIRY-DATE,
                :HOST-CARD-ACCT-ID, 'P', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING CARDUPDT FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                  2446-WRITE-REISSUE-NOTIFY-DB2
      *----------------------------------------------------------------*
       2446-WRITE-REISSUE-NOTIFY-DB2.

           MOVE HOST-CARD-ACCT-ID      TO WS-NOTIFY-ACCT-ID
           MOVE HOST-NEW-CARD-NUM      TO WS-NOTIFY-CARD-NUM
           SET NOTIFY-TYPE-CARD-CHANGE TO TRUE
           MOVE 'Your card was blocked after you denied a charge and has
      -         ' been replaced' TO WS-NOTIFY-MSG

           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           IF NOTIFY-ERR-ON
               SET ITEM-ERR-ON TO TRUE
               MOVE WS-NOTIFY-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING NOTIFY_QUEUE FOR: '
                       HOST-CARD-NUM ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2450-BLOCK-CARD
      * Blocked as COFRD01A's confirm leaves it, whether or not a
      * replacement could be issued.
      *----------------------------------------------------------------*
       2450-BLOCK-CARD.

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'N'
               WHERE CARD_NUM = :HOST-CARD-NUM
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR BLOCKING CARD: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2455-CANCEL-VIRTUAL-CARD
      * A charge made on a virtual card number has no card master to
      * block or replace - the number itself is cancelled instead.
      *----------------------------------------------------------------*
       2455-CANCEL-VIRTUAL-CARD.

           EXEC SQL
               UPDATE VIRTCARD
               SET VCN_STATUS = 'C',
                   VCN_STATUS_TS = :HOST-NOW-TS
               WHERE VCN_CARD_NUM = :HOST-CARD-NUM
               AND   VCN_STATUS <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CANCELLING VIRTUAL CARD: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2460-WRITE-FRAUD-CASE
      * The case row, then one FRAUDTRN row per tainted charge - the
      * same sweep the disputes were opened from - each Unreported
      * and dated the day the cardholder reported it.
      *----------------------------------------------------------------*
       2460-WRITE-FRAUD-CASE.

           EXEC SQL
               SELECT NEXT VALUE FOR FRC_CASE_ID_SEQ
               INTO :HOST-CASE-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR GETTING FRC_CASE_ID_SEQ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           ELSE
               MOVE HOST-CASE-ID-SEQ     TO FRC-CASE-ID
               MOVE FSM-REVIEW-ID        TO FRC-REVIEW-ID
               MOVE FSM-ACCT-ID          TO FRC-ACCT-ID
               MOVE FSM-CARD-NUM         TO FRC-OLD-CARD-NUM
               MOVE HOST-NEW-CARD-NUM    TO FRC-NEW-CARD-NUM
               MOVE HOST-DISPUTES-OPENED TO FRC-DISPUTES-OPENED
               SET FRC-STATUS-OPEN       TO TRUE
               MOVE HOST-NOW-TS          TO FRC-CREATE-TS

               EXEC SQL
                   INSERT INTO FRAUDCASE
                   (FRC_CASE_ID, FRC_REVIEW_ID, FRC_ACCT_ID,
                    FRC_OLD_CARD_NUM, FRC_NEW_CARD_NUM,
                    FRC_DISPUTES_OPENED, FRC_STATUS, FRC_CREATE_TS)
                   VALUES
                   (:FRC-CASE-ID, :FRC-REVIEW-ID, :FRC-ACCT-ID,
                    :FRC-OLD-CARD-NUM, :FRC-NEW-CARD-NUM,
                    :FRC-DISPUTES-OPENED, :FRC-STATUS,
                    :FRC-CREATE-TS)
               END-EXEC

               IF SQLCODE NOT = 0
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING FRAUDCASE FOR ITEM: '
                           WS-REVIEW-ID-DISP ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               END-IF
           END-IF

           IF ITEM-ERR-OFF
               EXEC SQL
                   INSERT INTO FRAUDTRN
                   (FRT_CASE_ID, FRT_TRAN_ID, FRT_ACCT_ID,
                    FRT_CARD_NUM, FRT_TRAN_AMT, FRT_MERCHANT_ID,
                    FRT_MERCHANT_NAME, FRT_MCC_CD, FRT_CHANNEL,
                    FRT_FRAUD_TYPE, FRT_TRAN_ORIG_TS,
                    FRT_REPORTED_DATE, FRT_RPT_STATUS, FRT_RPT_DATE,
                    FRT_ACK_DATE, FRT_REJECT_CD)
                   SELECT :FRC-CASE-ID, T.TRAN_ID, :FSM-ACCT-ID,
                          T.TRAN_CARD_NUM, T.TRAN_AMT,
                          T.TRAN_MERCHANT_ID, T.TRAN_MERCHANT_NAME,
                          COALESCE(T.TRAN_MCC_CD, 0),
                          CASE SUBSTR(T.TRAN_SOURCE, 1, 4)
                               WHEN 'ECOM' THEN 'E'
                               WHEN 'ATM ' THEN 'A'
                               ELSE 'P'
                          END,
                          CASE SUBSTR(T.TRAN_SOURCE, 1, 4)
                               WHEN 'ECOM' THEN '6'
                               ELSE '5'
                          END,
                          T.TRAN_ORIG_TS, :HOST-REPORTED-DATE, 'U',
                          ' ', ' ', ' '
                   FROM TRANSACT T
                   WHERE T.TRAN_CARD_NUM = :FSM-CARD-NUM
                   AND   T.TRAN_AMT > 0
                   AND   T.TRAN_ORIG_TS >= :HOST-FLAGGED-ORIG-TS
               END-EXEC

      * No rows (the whole sweep already archived) still files the
      * case - there is nothing left on file to report.
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET ITEM-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING FRAUDTRN FOR ITEM: '
                           WS-REVIEW-ID-DISP ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-RECORD-WORKED-REPLY
      * An analyst got to the item first - the reply is kept on the
      * FRDSMS row for the record and nothing else changes.
      *----------------------------------------------------------------*
       2500-RECORD-WORKED-REPLY.

           SET FSM-STATUS-ALREADY-WORKED TO TRUE
           MOVE ZEROS TO FSM-CASE-ID
           PERFORM 2700-RECORD-REPLY

           IF ITEM-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-REPLIES-ALREADY-WORKED
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REPLY-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2600-WRITE-ACCOUNT-NOTE
      * Fraud-type note on the account's CSR memo pad (ACCTNOTE, as
      * COANT01A writes it), left by this job. ANT-NOTE-TEXT is set
      * by the caller. Shares the caller's unit of work.
      *----------------------------------------------------------------*
       2600-WRITE-ACCOUNT-NOTE.

           EXEC SQL
               SELECT NEXT VALUE FOR ANT_NOTE_ID_SEQ
               INTO :HOST-NOTE-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-NOTE-ID-SEQ TO ANT-NOTE-ID
               MOVE FSM-ACCT-ID      TO ANT-ACCT-ID
               SET ANT-TYPE-FRAUD    TO TRUE
               MOVE WS-PGMNAME       TO ANT-USER-ID
               MOVE WS-PGMNAME       TO ANT-SOURCE-PGM
               MOVE HOST-NOW-TS      TO ANT-CREATE-TS

               EXEC SQL
                   INSERT INTO ACCTNOTE
                   (ANT_NOTE_ID, ANT_ACCT_ID, ANT_NOTE_TYPE,
                    ANT_NOTE_TEXT, ANT_USER_ID, ANT_SOURCE_PGM,
                    ANT_CREATE_TS)
                   VALUES
                   (:ANT-NOTE-ID, :ANT-ACCT-ID, :ANT-NOTE-TYPE,
                    :ANT-NOTE-TEXT, :ANT-USER-ID, :ANT-SOURCE-PGM,
                    :ANT-CREATE-TS)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING ACCTNOTE FOR ITEM: '
                       WS-REVIEW-ID-DISP ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2700-RECORD-REPLY
      * FSM-STATUS and FSM-CASE-ID are set by the caller. Shares the
      * caller's unit of work.
      *----------------------------------------------------------------*
       2700-RECORD-REPLY.

           MOVE SRP-REPLY-TEXT TO FSM-REPLY-TEXT
           MOVE SRP-RECEIVED-TS TO FSM-REPLY-TS

           EXEC SQL
               UPDATE FRDSMS
               SET FSM_STATUS = :FSM-STATUS,
                   FSM_REPLY_TEXT = :FSM-REPLY-TEXT,
                   FSM_REPLY_TS = :FSM-REPLY-TS,
                   FSM_CASE_ID = :FSM-CASE-ID
               WHERE FSM_REVIEW_ID = :FSM-REVIEW-ID
               AND   FSM_STATUS = 'W'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING FRDSMS FOR ITEM: '
                       WS-REVIEW-ID-DISP ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                   3000-EXPIRE-UNANSWERED
      * Texts still unanswered past the reply window expire, which
      * puts their review items back on the analysts' workqueue.
      * Runs after tonight's replies, so a reply that made the window
      * is applied first.
      *----------------------------------------------------------------*
       3000-EXPIRE-UNANSWERED.

           EXEC SQL
               UPDATE FRDSMS
               SET FSM_STATUS = 'E'
               WHERE FSM_STATUS = 'W'
               AND   SUBSTR(FSM_SENT_TS, 1, 10) <
                     :HOST-EXPIRE-BEFORE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-TEXTS-EXPIRED
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   MOVE ZEROS TO WS-TEXTS-EXPIRED
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR EXPIRING FRDSMS - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-REPLY-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      * A reply that could not be applied ends the job with RC 8 for
      * the fraud team - its item stays on their queue.
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE SMS-REPLY-FILE

           DISPLAY 'REPLIES READ..........: ' WS-REPLIES-READ
           DISPLAY 'ITEMS CLEARED (YES)...: ' WS-ITEMS-CLEARED
           DISPLAY 'ITEMS CONFIRMED (NO)..: ' WS-ITEMS-CONFIRMED
           DISPLAY 'ITEM ALREADY WORKED...: '
                   WS-REPLIES-ALREADY-WORKED
           DISPLAY 'TEXT NOT AWAITING.....: ' WS-REPLIES-NOT-AWAITED
           DISPLAY 'REPLIES TOO LATE......: ' WS-REPLIES-LATE
           DISPLAY 'FROM UNKNOWN PHONE....: ' WS-REPLIES-WRONG-PHONE
           DISPLAY 'NOT YES OR NO.........: '
                   WS-REPLIES-UNRECOGNISED
           DISPLAY 'UNMATCHED.............: ' WS-REPLIES-UNMATCHED
           DISPLAY 'TEXTS EXPIRED.........: ' WS-TEXTS-EXPIRED
           DISPLAY 'PROCESSING ERRORS.....: ' WS-REPLY-ERRORS

           IF WS-REPLY-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLJPL.

      *----------------------------------------------------------------*
      *            GET-BUSINESS-DATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLBPL.

      *----------------------------------------------------------------*
      *        Luhn check-digit procedures (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLLPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
