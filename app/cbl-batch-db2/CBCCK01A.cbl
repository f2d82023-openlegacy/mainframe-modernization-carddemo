      *****************************************************************
      * Program     : CBCCK01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly convenience-check book extract to the
      *               check printer - every CHKBOOK book requested
      *               through COCCK01A on an active account is written
      *               to the vendor's check-order file (account,
      *               serial range, primary cardholder's name and
      *               mailing address) and marked Ordered, which is
      *               what lets CBCCK02A pay checks drawn from it.
      *               A book whose cardholder's mail is coming back
      *               undelivered is held and reported instead, so
      *               blank checks are not mailed to a bad address.
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
      * 2026-10-15 - New batch job: nightly convenience-check book
      *              extract to the check printer
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCCK01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKORD-FILE ASSIGN TO CHKORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CHKORD-FILE
           RECORDING MODE IS F.
       01 CHKORD-RECORD.
          05 ORD-ACCT-ID                PIC 9(11).
          05 ORD-FIRST-SERIAL           PIC 9(07).
          05 ORD-LAST-SERIAL            PIC 9(07).
          05 ORD-FIRST-NAME             PIC X(25).
          05 ORD-LAST-NAME              PIC X(25).
          05 ORD-ADDR-LINE-1            PIC X(50).
          05 ORD-ADDR-LINE-2            PIC X(50).
          05 ORD-ADDR-LINE-3            PIC X(50).
          05 ORD-ADDR-STATE-CD          PIC X(02).
          05 ORD-ADDR-ZIP               PIC X(10).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBCCK01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-ORD-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-BOOKS-READ               PIC 9(07) VALUE ZEROS.
         05 WS-BOOKS-ORDERED            PIC 9(07) VALUE ZEROS.
         05 WS-BOOKS-HELD               PIC 9(07) VALUE ZEROS.
         05 WS-ORDER-ERRORS             PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N                PIC 9(11).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-NOW-TS                  PIC X(26).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 BOOK-CURSOR-EOF                       VALUE 'Y'.
         88 BOOK-CURSOR-NOT-EOF                   VALUE 'N'.

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

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * One requested book on an active account
       01 HOST-BOOK-RECORD.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-FIRST-SERIAL           PIC S9(09) COMP.
         05 HOST-LAST-SERIAL            PIC S9(09) COMP.
       01 HOST-XREF-CUST-ID             PIC S9(09) COMP.
       01 HOST-CUSTOMER-RECORD.
         05 HOST-CUST-FIRST-NAME        PIC X(25).
         05 HOST-CUST-LAST-NAME         PIC X(25).
         05 HOST-CUST-ADDR-LINE-1       PIC X(50).
         05 HOST-CUST-ADDR-LINE-2       PIC X(50).
         05 HOST-CUST-ADDR-LINE-3       PIC X(50).
         05 HOST-CUST-ADDR-STATE-CD     PIC X(02).
         05 HOST-CUST-ADDR-ZIP          PIC X(10).
         05 HOST-CUST-MAIL-RETURN       PIC X(01).
       01 HOST-NOW-TS                   PIC X(26).

       COPY CVCCK01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBCCK01A - CHECK BOOK VENDOR EXTRACT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBCCK01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BOOKS
                   UNTIL BOOK-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBCCK01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-BOOKS-READ TO WS-RTOT-RECS-READ
           MOVE WS-BOOKS-ORDERED TO WS-RTOT-RECS-POSTED
           MOVE WS-BOOKS-HELD TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBCCK01A - CHECK BOOK VENDOR EXTRACT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-BOOKS-READ
           MOVE ZEROS TO WS-BOOKS-ORDERED
           MOVE ZEROS TO WS-BOOKS-HELD
           MOVE ZEROS TO WS-ORDER-ERRORS
           SET BOOK-CURSOR-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-NOW-TS
           MOVE WS-NOW-TS TO HOST-NOW-TS

           OPEN OUTPUT CHKORD-FILE
           IF WS-ORD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHECK ORDER FILE - STATUS: '
                       WS-ORD-FILE-STATUS
               SET BOOK-CURSOR-EOF TO TRUE
               ADD 1 TO WS-ORDER-ERRORS
           END-IF

      * A book requested on an account that has since closed stays
      * Requested and is never printed.
           EXEC SQL
               DECLARE CUR-CHKBOOK CURSOR FOR
               SELECT B.CKB_ACCT_ID, B.CKB_FIRST_SERIAL,
                      B.CKB_LAST_SERIAL
               FROM CHKBOOK B, ACCTDAT A
               WHERE B.CKB_STATUS = 'R'
               AND   A.ACCT_ID = B.CKB_ACCT_ID
               AND   A.ACCT_ACTIVE_STATUS = 'Y'
               ORDER BY B.CKB_ACCT_ID, B.CKB_FIRST_SERIAL
           END-EXEC

           EXEC SQL
               OPEN CUR-CHKBOOK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CHKBOOK - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET BOOK-CURSOR-EOF TO TRUE
               ADD 1 TO WS-ORDER-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-BOOKS
      *----------------------------------------------------------------*
       2000-PROCESS-BOOKS.

           EXEC SQL
               FETCH CUR-CHKBOOK
               INTO :HOST-ACCT-ID, :HOST-FIRST-SERIAL,
                    :HOST-LAST-SERIAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-BOOKS-READ
                   PERFORM 2100-ORDER-ONE-BOOK
                      THRU 2100-ORDER-ONE-BOOK-EXIT
               WHEN 100
                   SET BOOK-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CHKBOOK - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ORDER-ERRORS
                   SET BOOK-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-ORDER-ONE-BOOK
      * The checks are printed to and mailed to the account's
      * primary cardholder. The order record and the Ordered status
      * commit together.
      *----------------------------------------------------------------*
       2100-ORDER-ONE-BOOK.

           MOVE HOST-ACCT-ID TO WS-ACCT-ID-N

           EXEC SQL
               SELECT X.XREF_CUST_ID
               INTO :HOST-XREF-CUST-ID
               FROM CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   X.XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                         FROM CXACAIX
                                         WHERE XREF_ACCT_ID =
                                               :HOST-ACCT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'NO XREF FOUND FOR ACCT ' WS-ACCT-ID-N
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ORDER-ERRORS
               GO TO 2100-ORDER-ONE-BOOK-EXIT
           END-IF

           EXEC SQL
               SELECT CUST_FIRST_NAME, CUST_LAST_NAME,
                      CUST_ADDR_LINE_1, CUST_ADDR_LINE_2,
                      CUST_ADDR_LINE_3, CUST_ADDR_STATE_CD,
                      CUST_ADDR_ZIP,
                      COALESCE(CUST_MAIL_RETURN_IND, 'N')
               INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                    :HOST-CUST-ADDR-LINE-1, :HOST-CUST-ADDR-LINE-2,
                    :HOST-CUST-ADDR-LINE-3, :HOST-CUST-ADDR-STATE-CD,
                    :HOST-CUST-ADDR-ZIP, :HOST-CUST-MAIL-RETURN
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-XREF-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING CUSTDAT FOR ACCT ' WS-ACCT-ID-N
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ORDER-ERRORS
               GO TO 2100-ORDER-ONE-BOOK-EXIT
           END-IF

           IF HOST-CUST-MAIL-RETURN = 'Y'
               DISPLAY 'BOOK HELD - MAIL RETURNED - ACCT '
                       WS-ACCT-ID-N
               ADD 1 TO WS-BOOKS-HELD
               GO TO 2100-ORDER-ONE-BOOK-EXIT
           END-IF

           EXEC SQL
               UPDATE CHKBOOK
               SET CKB_STATUS = 'O',
                   CKB_ORDER_TS = :HOST-NOW-TS
               WHERE CKB_ACCT_ID = :HOST-ACCT-ID
               AND   CKB_FIRST_SERIAL = :HOST-FIRST-SERIAL
               AND   CKB_STATUS = 'R'
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING CHKBOOK - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ORDER-ERRORS
               GO TO 2100-ORDER-ONE-BOOK-EXIT
           END-IF

           MOVE WS-ACCT-ID-N            TO ORD-ACCT-ID
           MOVE HOST-FIRST-SERIAL       TO ORD-FIRST-SERIAL
           MOVE HOST-LAST-SERIAL        TO ORD-LAST-SERIAL
           MOVE HOST-CUST-FIRST-NAME    TO ORD-FIRST-NAME
           MOVE HOST-CUST-LAST-NAME     TO ORD-LAST-NAME
           MOVE HOST-CUST-ADDR-LINE-1   TO ORD-ADDR-LINE-1
           MOVE HOST-CUST-ADDR-LINE-2   TO ORD-ADDR-LINE-2
           MOVE HOST-CUST-ADDR-LINE-3   TO ORD-ADDR-LINE-3
           MOVE HOST-CUST-ADDR-STATE-CD TO ORD-ADDR-STATE-CD
           MOVE HOST-CUST-ADDR-ZIP      TO ORD-ADDR-ZIP
           WRITE CHKORD-RECORD

           IF WS-ORD-FILE-STATUS NOT = '00'
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ERROR WRITING CHECK ORDER FILE - STATUS: '
                       WS-ORD-FILE-STATUS
               ADD 1 TO WS-ORDER-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-BOOKS-ORDERED
           END-IF.
       2100-ORDER-ONE-BOOK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-CHKBOOK
           END-EXEC

           CLOSE CHKORD-FILE

           DISPLAY 'BOOKS REQUESTED........: ' WS-BOOKS-READ
           DISPLAY 'BOOKS SENT TO PRINTER..: ' WS-BOOKS-ORDERED
           DISPLAY 'BOOKS HELD.............: ' WS-BOOKS-HELD
           DISPLAY 'PROCESSING ERRORS......: ' WS-ORDER-ERRORS

           IF WS-ORDER-ERRORS > 0
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
