      *****************************************************************
      * Program     : CBERS01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly customer-data erasure. Works two ways:
      *               on request, draining the ERASREQ queue staged
      *               by COERS01A; and on the retention clock, for
      *               customers whose accounts have all been Settled
      *               longer than the seven-year retention period.
      *               Either way a customer with an active LEGALHLD,
      *               an open dispute, an open recovery, an open
      *               bureau dispute (ACDVDAT) or a pending data
      *               export is left alone. An erased customer keeps
      *               the CUST_ID and every financial row; the names,
      *               contact data, SSN, date of birth and government
      *               ID in CUSTDAT, the before/after values in
      *               CUSTHIST, the embossed name on the cards and
      *               the text of the queued notifications are
      *               overwritten with fixed placeholders that
      *               cannot be reversed. The ERASRPT report lists
      *               customer IDs only, never the data erased.
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
      * 2026-10-15 - New batch job: right-to-erasure anonymization of
      *              settled customers, on request and on the
      *              retention clock
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBERS01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-RPT-FILE ASSIGN TO ERASRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ERASE-RPT-FILE
           RECORDING MODE IS F.
       01 ERASE-RPT-LINE                 PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBERS01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-CONSTANTS.
         05 WS-RETENTION-YEARS         PIC 9(02) VALUE 7.
      * Placeholders written over the erased data. Fixed values, so
      * nothing of the original survives to be recovered from them.
         05 WS-ERASED-NAME             PIC X(25) VALUE 'ERASED'.
         05 WS-ERASED-TEXT             PIC X(50) VALUE '*ERASED*'.
         05 WS-ERASED-DOB              PIC X(10) VALUE '0001-01-01'.

       01 WS-JOB-TOTALS.
         05 WS-REQS-READ               PIC 9(07) VALUE ZEROS.
         05 WS-REQS-ERASED             PIC 9(07) VALUE ZEROS.
         05 WS-REQS-REFUSED            PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-ERASED            PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-HELD              PIC 9(07) VALUE ZEROS.
         05 WS-ERASE-ERRORS            PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUTOFF-YYYY             PIC 9(04).
         05 WS-HOLD-REASON             PIC X(30).
         05 WS-CUST-ID-DISPLAY         PIC 9(09).
         05 WS-REQUEST-ID-DISPLAY      PIC 9(18).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

       01 WS-REQ-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 REQ-CURSOR-EOF                        VALUE 'Y'.
         88 REQ-CURSOR-NOT-EOF                    VALUE 'N'.
       01 WS-RET-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 RET-CURSOR-EOF                        VALUE 'Y'.
         88 RET-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-HOLD-FLAG                 PIC X(01) VALUE 'N'.
         88 CUST-IS-HELD                          VALUE 'Y'.
         88 CUST-NOT-HELD                         VALUE 'N'.

       01 WS-ERASE-FLAG                PIC X(01) VALUE 'N'.
         88 ERASE-OK                              VALUE 'Y'.
         88 ERASE-FAILED                          VALUE 'N'.

      * Which of the two modes is erasing the current customer - a
      * request has its ERASREQ row completed, a retention erasure
      * gets a completed row of its own.
       01 WS-ERASE-MODE                PIC X(01) VALUE 'Q'.
         88 ERASE-ON-REQUEST                      VALUE 'Q'.
         88 ERASE-ON-RETENTION                    VALUE 'R'.

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

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVERS01Y.

       01 HOST-CUST-ID                  PIC S9(09) COMP.
       01 HOST-CUST-ERASED-DATE         PIC X(10).
       01 HOST-CUTOFF-DATE              PIC X(10).
       01 HOST-BIZ-DATE                 PIC X(10).
       01 HOST-NOW-TS                   PIC X(26).
       01 HOST-HOLD-COUNT               PIC S9(04) COMP.
       01 HOST-ERSREQ-ID-SEQ            PIC S9(18) COMP-3.
       01 HOST-ERASED-NAME              PIC X(25).
       01 HOST-ERASED-TEXT              PIC X(50).
       01 HOST-ERASED-DOB               PIC X(10).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBERS01A - CUSTOMER DATA ERASURE STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBERS01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
                   UNTIL REQ-CURSOR-EOF
           PERFORM 2500-START-RETENTION-SWEEP
           PERFORM 2600-PROCESS-RETENTION
                   UNTIL RET-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBERS01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ =
               WS-REQS-READ + WS-CUSTS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-REQS-ERASED + WS-CUSTS-ERASED
           MOVE WS-ERASE-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBERS01A - CUSTOMER DATA ERASURE ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOB-TOTALS
           SET REQ-CURSOR-NOT-EOF TO TRUE
           SET RET-CURSOR-NOT-EOF TO TRUE

           MOVE WS-BIZDT-DATE TO HOST-BIZ-DATE
           MOVE WS-ERASED-NAME TO HOST-ERASED-NAME
           MOVE WS-ERASED-TEXT TO HOST-ERASED-TEXT
           MOVE WS-ERASED-DOB TO HOST-ERASED-DOB

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-NOW-TS

      *    Retention cutoff: the business date moved back
      *    WS-RETENTION-YEARS years. An account settled on or after
      *    it is still inside the retention period.
           COMPUTE WS-CUTOFF-YYYY =
               FUNCTION NUMVAL(WS-BIZDT-DATE(1:4))
               - WS-RETENTION-YEARS
           MOVE SPACES TO HOST-CUTOFF-DATE
           STRING WS-CUTOFF-YYYY
                  WS-BIZDT-DATE(5:6)
             DELIMITED BY SIZE
             INTO HOST-CUTOFF-DATE

           OPEN OUTPUT ERASE-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASE-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ERASE-ERRORS
               SET REQ-CURSOR-EOF TO TRUE
               SET RET-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO ERASE-RPT-LINE
               STRING '=== CUSTOMER DATA ERASURE - BUSINESS DATE '
                      WS-BIZDT-DATE ' (RETENTION CUTOFF '
                      HOST-CUTOFF-DATE ') ==='
                 DELIMITED BY SIZE
                 INTO ERASE-RPT-LINE
               WRITE ERASE-RPT-LINE
               MOVE '--- ON REQUEST ---' TO ERASE-RPT-LINE
               WRITE ERASE-RPT-LINE
           END-IF

      *    Held across the COMMIT taken after every request.
           EXEC SQL
               DECLARE CUR-ERS-REQ CURSOR WITH HOLD FOR
               SELECT ERS_REQUEST_ID, ERS_CUST_ID
               FROM ERASREQ
               WHERE ERS_STATUS = 'P'
               ORDER BY ERS_REQUEST_ID
           END-EXEC

           IF REQ-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-ERS-REQ
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-ERS-REQ - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ERASE-ERRORS
                   SET REQ-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-REQUEST
      *----------------------------------------------------------------*
       2000-PROCESS-REQUEST.

           EXEC SQL
               FETCH CUR-ERS-REQ
               INTO :ERS-REQUEST-ID, :ERS-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REQS-READ
                   SET ERASE-ON-REQUEST TO TRUE
                   MOVE ERS-CUST-ID TO HOST-CUST-ID
                   PERFORM 2100-WORK-ONE-REQUEST
                      THRU 2100-WORK-ONE-REQUEST-EXIT
               WHEN 100
                   SET REQ-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ERS-REQ - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ERASE-ERRORS
                   SET REQ-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-WORK-ONE-REQUEST
      * A request is honored once every account is Settled - the
      * customer asking is what starts the erasure, so the retention
      * wait the nightly sweep applies is not added on top. Anything
      * still holding the data refuses the request with the reason;
      * the customer can ask again once it has cleared.
      *----------------------------------------------------------------*
       2100-WORK-ONE-REQUEST.

           EXEC SQL
               SELECT COALESCE(CUST_ERASED_DATE, ' ')
               INTO :HOST-CUST-ERASED-DATE
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-HOLD-REASON
                   PERFORM 2300-REFUSE-REQUEST
                   GO TO 2100-WORK-ONE-REQUEST-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CUSTDAT FOR REQUEST '
                           ERS-REQUEST-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ERASE-ERRORS
                   GO TO 2100-WORK-ONE-REQUEST-EXIT
           END-EVALUATE

      *    Already erased - by the retention sweep since the request
      *    was taken. Nothing left to overwrite; just complete it.
           IF HOST-CUST-ERASED-DATE NOT = SPACES
               PERFORM 5500-RECORD-ERASURE
               IF ERASE-OK
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-REQS-ERASED
                   PERFORM 2200-REPORT-REQUEST-DONE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ERASE-ERRORS
               END-IF
               GO TO 2100-WORK-ONE-REQUEST-EXIT
           END-IF

           PERFORM 4000-CHECK-HOLDS
           IF CUST-NOT-HELD
               PERFORM 4100-CHECK-ACCTS-SETTLED
           END-IF

           IF CUST-IS-HELD
               PERFORM 2300-REFUSE-REQUEST
               GO TO 2100-WORK-ONE-REQUEST-EXIT
           END-IF

           PERFORM 5000-ANONYMIZE-CUSTOMER
           IF ERASE-OK
               PERFORM 5500-RECORD-ERASURE
           END-IF

           IF ERASE-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-REQS-ERASED
               PERFORM 2200-REPORT-REQUEST-DONE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERASE-ERRORS
           END-IF.

       2100-WORK-ONE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2200-REPORT-REQUEST-DONE
      *----------------------------------------------------------------*
       2200-REPORT-REQUEST-DONE.

           MOVE ERS-REQUEST-ID TO WS-REQUEST-ID-DISPLAY
           MOVE HOST-CUST-ID TO WS-CUST-ID-DISPLAY
           MOVE SPACES TO ERASE-RPT-LINE
           STRING 'REQUEST ' WS-REQUEST-ID-DISPLAY
                  '  CUST ' WS-CUST-ID-DISPLAY
                  '  ERASED'
             DELIMITED BY SIZE
             INTO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      2300-REFUSE-REQUEST
      *----------------------------------------------------------------*
       2300-REFUSE-REQUEST.

           MOVE WS-HOLD-REASON TO ERS-REFUSE-REASON

           EXEC SQL
               UPDATE ERASREQ
               SET ERS_STATUS = 'R',
                   ERS_REFUSE_REASON = :ERS-REFUSE-REASON,
                   ERS_COMPLETE_TS = :HOST-NOW-TS
               WHERE ERS_REQUEST_ID = :ERS-REQUEST-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-REQS-REFUSED
               MOVE ERS-REQUEST-ID TO WS-REQUEST-ID-DISPLAY
               MOVE HOST-CUST-ID TO WS-CUST-ID-DISPLAY
               MOVE SPACES TO ERASE-RPT-LINE
               STRING 'REQUEST ' WS-REQUEST-ID-DISPLAY
                      '  CUST ' WS-CUST-ID-DISPLAY
                      '  REFUSED - ' WS-HOLD-REASON
                 DELIMITED BY SIZE
                 INTO ERASE-RPT-LINE
               WRITE ERASE-RPT-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR REFUSING REQUEST ' ERS-REQUEST-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERASE-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-START-RETENTION-SWEEP
      * Customers not yet erased, with at least one account, none of
      * whose accounts is anything but Settled or was settled inside
      * the retention period. An account purged from ACCTDAT leaves
      * no row to object. Accounts settled before the settlement
      * date was recorded fall back to their last cycle close; with
      * neither date the account keeps the customer on file.
      *----------------------------------------------------------------*
       2500-START-RETENTION-SWEEP.

           EXEC SQL
               CLOSE CUR-ERS-REQ
           END-EXEC

           IF RET-CURSOR-EOF
               GO TO 2500-START-RETENTION-SWEEP-EXIT
           END-IF

           MOVE '--- ON RETENTION ---' TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE

           EXEC SQL
               DECLARE CUR-ERS-RET CURSOR WITH HOLD FOR
               SELECT C.CUST_ID
               FROM CUSTDAT C
               WHERE COALESCE(C.CUST_ERASED_DATE, ' ') = ' '
               AND   EXISTS
                     (SELECT 1 FROM CXACAIX X
                      WHERE X.XREF_CUST_ID = C.CUST_ID)
               AND   NOT EXISTS
                     (SELECT 1 FROM CXACAIX X, ACCTDAT A
                      WHERE X.XREF_CUST_ID = C.CUST_ID
                      AND   A.ACCT_ID = X.XREF_ACCT_ID
                      AND   (A.ACCT_ACTIVE_STATUS <> 'S'
                       OR    COALESCE(NULLIF(A.ACCT_SETTLED_DATE, ' '),
                                      A.ACCT_LAST_CYC_CLOSE_DATE,
                                      '9999-12-31')
                             >= :HOST-CUTOFF-DATE))
               ORDER BY C.CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ERS-RET
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-ERS-RET - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ERASE-ERRORS
               SET RET-CURSOR-EOF TO TRUE
           END-IF.

       2500-START-RETENTION-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2600-PROCESS-RETENTION
      *----------------------------------------------------------------*
       2600-PROCESS-RETENTION.

           EXEC SQL
               FETCH CUR-ERS-RET
               INTO :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CUSTS-READ
                   SET ERASE-ON-RETENTION TO TRUE
                   PERFORM 2700-WORK-ONE-CUSTOMER
               WHEN 100
                   SET RET-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ERS-RET - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ERASE-ERRORS
                   SET RET-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2700-WORK-ONE-CUSTOMER
      *----------------------------------------------------------------*
       2700-WORK-ONE-CUSTOMER.

           MOVE HOST-CUST-ID TO WS-CUST-ID-DISPLAY
           PERFORM 4000-CHECK-HOLDS

           IF CUST-IS-HELD
               ADD 1 TO WS-CUSTS-HELD
               MOVE SPACES TO ERASE-RPT-LINE
               STRING 'CUST ' WS-CUST-ID-DISPLAY
                      '  HELD - ' WS-HOLD-REASON
                 DELIMITED BY SIZE
                 INTO ERASE-RPT-LINE
               WRITE ERASE-RPT-LINE
           ELSE
               PERFORM 5000-ANONYMIZE-CUSTOMER
               IF ERASE-OK
                   PERFORM 5500-RECORD-ERASURE
               END-IF
               IF ERASE-OK
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CUSTS-ERASED
                   MOVE SPACES TO ERASE-RPT-LINE
                   STRING 'CUST ' WS-CUST-ID-DISPLAY
                          '  ERASED'
                     DELIMITED BY SIZE
                     INTO ERASE-RPT-LINE
                   WRITE ERASE-RPT-LINE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ERASE-ERRORS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-ERS-RET
           END-EXEC

           CLOSE ERASE-RPT-FILE

           DISPLAY 'ERASURE REQUESTS READ..: ' WS-REQS-READ
           DISPLAY 'REQUESTS ERASED........: ' WS-REQS-ERASED
           DISPLAY 'REQUESTS REFUSED.......: ' WS-REQS-REFUSED
           DISPLAY 'RETENTION CANDIDATES...: ' WS-CUSTS-READ
           DISPLAY 'CUSTOMERS ERASED.......: ' WS-CUSTS-ERASED
           DISPLAY 'CUSTOMERS HELD.........: ' WS-CUSTS-HELD
           DISPLAY 'PROCESSING ERRORS......: ' WS-ERASE-ERRORS

           IF WS-ERASE-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-CHECK-HOLDS
      * Anything that still needs the customer's identity keeps it:
      * an active legal hold, an open dispute, an open charge-off
      * recovery, an open bureau dispute, or a data export the
      * customer asked for and has not yet been sent. Checked in that
      * order; the first found is the reason given.
      *----------------------------------------------------------------*
       4000-CHECK-HOLDS.

           SET CUST-NOT-HELD TO TRUE
           MOVE SPACES TO WS-HOLD-REASON

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-HOLD-COUNT
               FROM LEGALHLD L, CXACAIX X
               WHERE X.XREF_CUST_ID = :HOST-CUST-ID
               AND   L.LGL_ACCT_ID = X.XREF_ACCT_ID
               AND   L.LGL_STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
               SET CUST-IS-HELD TO TRUE
               MOVE 'ACTIVE LEGAL HOLD' TO WS-HOLD-REASON
           END-IF

           IF CUST-NOT-HELD
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-HOLD-COUNT
                   FROM DISPUTES D, CXACAIX X
                   WHERE X.XREF_CUST_ID = :HOST-CUST-ID
                   AND   D.DSP_ACCT_ID = X.XREF_ACCT_ID
                   AND   D.DSP_STATUS = 'O'
               END-EXEC

               IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
                   SET CUST-IS-HELD TO TRUE
                   MOVE 'OPEN DISPUTE' TO WS-HOLD-REASON
               END-IF
           END-IF

           IF CUST-NOT-HELD
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-HOLD-COUNT
                   FROM RECOVERY R, CXACAIX X
                   WHERE X.XREF_CUST_ID = :HOST-CUST-ID
                   AND   R.RCV_ACCT_ID = X.XREF_ACCT_ID
                   AND   R.RCV_STATUS = 'O'
               END-EXEC

               IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
                   SET CUST-IS-HELD TO TRUE
                   MOVE 'OPEN RECOVERY BALANCE' TO WS-HOLD-REASON
               END-IF
           END-IF

           IF CUST-NOT-HELD
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-HOLD-COUNT
                   FROM ACDVDAT V, CXACAIX X
                   WHERE X.XREF_CUST_ID = :HOST-CUST-ID
                   AND   V.ACD_ACCT_ID = X.XREF_ACCT_ID
                   AND   V.ACD_STATUS = 'O'
               END-EXEC

               IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
                   SET CUST-IS-HELD TO TRUE
                   MOVE 'OPEN BUREAU DISPUTE' TO WS-HOLD-REASON
               END-IF
           END-IF

           IF CUST-NOT-HELD
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-HOLD-COUNT
                   FROM EXPREQ E
                   WHERE E.EXP_CUST_ID = :HOST-CUST-ID
                   AND   E.EXP_STATUS = 'P'
               END-EXEC

               IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
                   SET CUST-IS-HELD TO TRUE
                   MOVE 'PENDING DATA EXPORT' TO WS-HOLD-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      4100-CHECK-ACCTS-SETTLED
      * On request only - the retention cursor already requires it.
      *----------------------------------------------------------------*
       4100-CHECK-ACCTS-SETTLED.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-HOLD-COUNT
               FROM CXACAIX X, ACCTDAT A
               WHERE X.XREF_CUST_ID = :HOST-CUST-ID
               AND   A.ACCT_ID = X.XREF_ACCT_ID
               AND   A.ACCT_ACTIVE_STATUS <> 'S'
           END-EXEC

           IF SQLCODE = 0 AND HOST-HOLD-COUNT > 0
               SET CUST-IS-HELD TO TRUE
               MOVE 'ACCOUNT NOT SETTLED' TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------------*
      *                      5000-ANONYMIZE-CUSTOMER
      * One unit of work with 5500; the caller commits or rolls back.
      * CUSTDAT is guarded on the erased date so a customer is never
      * overwritten twice. The customer may have no contact-change
      * history, cards or queued notifications, so SQLCODE 100 is
      * fine on those.
      *----------------------------------------------------------------*
       5000-ANONYMIZE-CUSTOMER.

           SET ERASE-OK TO TRUE

           EXEC SQL
               UPDATE CUSTDAT
               SET CUST_FIRST_NAME = :HOST-ERASED-NAME,
                   CUST_MIDDLE_NAME = ' ',
                   CUST_LAST_NAME = :HOST-ERASED-NAME,
                   CUST_ADDR_LINE_1 = ' ',
                   CUST_ADDR_LINE_2 = ' ',
                   CUST_ADDR_LINE_3 = ' ',
                   CUST_ADDR_STATE_CD = ' ',
                   CUST_ADDR_COUNTRY_CD = ' ',
                   CUST_ADDR_ZIP = ' ',
                   CUST_PHONE_NUM_1 = ' ',
                   CUST_PHONE_NUM_2 = ' ',
                   CUST_EMAIL_ADDRESS = ' ',
                   CUST_SSN = 0,
                   CUST_GOVT_ISSUED_ID = ' ',
                   CUST_DOB_YYYY_MM_DD = :HOST-ERASED-DOB,
                   CUST_EFT_ACCOUNT_ID = ' ',
                   CUST_ERASED_DATE = :HOST-BIZ-DATE
               WHERE CUST_ID = :HOST-CUST-ID
               AND   COALESCE(CUST_ERASED_DATE, ' ') = ' '
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE HOST-CUST-ID TO WS-CUST-ID-DISPLAY
               DISPLAY 'ERROR ERASING CUSTDAT FOR CUST '
                       WS-CUST-ID-DISPLAY ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ERASE-FAILED TO TRUE
           END-IF

           IF ERASE-OK
               EXEC SQL
                   UPDATE CUSTHIST
                   SET CHG_OLD_VALUE = :HOST-ERASED-TEXT,
                       CHG_NEW_VALUE = :HOST-ERASED-TEXT
                   WHERE CHG_CUST_ID = :HOST-CUST-ID
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR ERASING CUSTHIST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ERASE-FAILED TO TRUE
               END-IF
           END-IF

           IF ERASE-OK
               EXEC SQL
                   UPDATE CARDDAT
                   SET CARD_EMBOSSED_NAME = :HOST-ERASED-NAME
                   WHERE CARD_NUM IN
                         (SELECT X.XREF_CARD_NUM FROM CXACAIX X
                          WHERE X.XREF_CUST_ID = :HOST-CUST-ID)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR ERASING CARDDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ERASE-FAILED TO TRUE
               END-IF
           END-IF

           IF ERASE-OK
               EXEC SQL
                   UPDATE NOTIFY_QUEUE
                   SET NOTIFY_MSG = :HOST-ERASED-TEXT
                   WHERE NOTIFY_ACCT_ID IN
                         (SELECT X.XREF_ACCT_ID FROM CXACAIX X
                          WHERE X.XREF_CUST_ID = :HOST-CUST-ID)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR ERASING NOTIFY_QUEUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ERASE-FAILED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      5500-RECORD-ERASURE
      * Completes the customer's request, or for a retention erasure
      * writes a completed row of its own, so ERASREQ holds every
      * erasure performed.
      *----------------------------------------------------------------*
       5500-RECORD-ERASURE.

           SET ERASE-OK TO TRUE

           IF ERASE-ON-REQUEST
               EXEC SQL
                   UPDATE ERASREQ
                   SET ERS_STATUS = 'C',
                       ERS_COMPLETE_TS = :HOST-NOW-TS
                   WHERE ERS_REQUEST_ID = :ERS-REQUEST-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT NEXT VALUE FOR ERASREQ_ID_SEQ
                   INTO :HOST-ERSREQ-ID-SEQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               MOVE HOST-ERSREQ-ID-SEQ TO ERS-REQUEST-ID
               MOVE HOST-CUST-ID       TO ERS-CUST-ID
               SET ERS-SOURCE-RETENTION TO TRUE
               SET ERS-STATUS-COMPLETE  TO TRUE
               MOVE SPACES             TO ERS-REFUSE-REASON
               MOVE WS-PGMNAME         TO ERS-REQUEST-USER-ID
               MOVE HOST-NOW-TS        TO ERS-REQUEST-TS
               MOVE HOST-NOW-TS        TO ERS-COMPLETE-TS

               EXEC SQL
                   INSERT INTO ERASREQ
                   (ERS_REQUEST_ID, ERS_CUST_ID, ERS_SOURCE,
                    ERS_STATUS, ERS_REFUSE_REASON,
                    ERS_REQUEST_USER_ID, ERS_REQUEST_TS,
                    ERS_COMPLETE_TS)
                   VALUES
                   (:ERS-REQUEST-ID, :ERS-CUST-ID, :ERS-SOURCE,
                    :ERS-STATUS, :ERS-REFUSE-REASON,
                    :ERS-REQUEST-USER-ID, :ERS-REQUEST-TS,
                    :ERS-COMPLETE-TS)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RECORDING ERASURE IN ERASREQ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ERASE-FAILED TO TRUE
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
