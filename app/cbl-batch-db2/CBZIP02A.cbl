      *****************************************************************
      * Program     : CBZIP02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly address data-quality run. Checks every
      *               US customer address on CUSTDAT against the
      *               postal reference (ZIPREF, via the shared check
      *               CSUTLZPL) and reports each ZIP that does not
      *               exist, is not in the customer's state, or does
      *               not go with the customer's city. Then finds
      *               every account whose ACCT_ADDR_ZIP has drifted
      *               from its primary customer's CUST_ADDR_ZIP and
      *               corrects the account from the customer record,
      *               writing an ACCTHIST ADDR-ZIP row in the same
      *               unit of work. A customer ZIP that itself fails
      *               the postal check is not copied - the account is
      *               reported for the address to be fixed first.
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
      * 2026-10-15 - New batch job: nightly ZIP/state/city address
      *              check and account ZIP correction
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBZIP02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-RPT-FILE ASSIGN TO ZIPDQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ZIP-RPT-FILE
           RECORDING MODE IS F.
       01 ZIP-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBZIP02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CUSTS-CHECKED            PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-BAD-ZIP            PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-WRONG-STATE        PIC 9(07) VALUE ZEROS.
         05 WS-CUSTS-WRONG-CITY         PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-DRIFTED            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-CORRECTED          PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-NOT-CORRECTED      PIC 9(07) VALUE ZEROS.
         05 WS-DQ-ERRORS                PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-ACTION                   PIC X(50).

       01 WS-CUST-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 CUST-CURSOR-EOF                       VALUE 'Y'.
         88 CUST-CURSOR-NOT-EOF                   VALUE 'N'.
       01 WS-ACCT-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                   VALUE 'N'.

      * Customer address exception line
       01 WS-RPT-CUST-DETAIL.
         05 RPT-C-CUST-ID               PIC 9(09).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-C-ZIP                   PIC X(10).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 RPT-C-STATE                 PIC X(02).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-C-CITY                  PIC X(28).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 RPT-C-PROBLEM               PIC X(14).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 RPT-C-REF-STATE             PIC X(02).
         05 FILLER                      PIC X(05) VALUE SPACES.
         05 RPT-C-REF-CITY              PIC X(28).

       01 WS-RPT-CUST-HEAD.
         05 FILLER                      PIC X(11)
                                        VALUE 'CUSTOMER'.
         05 FILLER                      PIC X(11)
                                        VALUE 'ZIP'.
         05 FILLER                      PIC X(04)
                                        VALUE 'ST'.
         05 FILLER                      PIC X(29)
                                        VALUE 'CITY'.
         05 FILLER                      PIC X(15)
                                        VALUE 'PROBLEM'.
         05 FILLER                      PIC X(07)
                                        VALUE 'ZIP ST'.
         05 FILLER                      PIC X(28)
                                        VALUE 'POSTAL CITY'.

      * Account / customer ZIP disagreement line
       01 WS-RPT-ACCT-DETAIL.
         05 RPT-A-ACCT-ID               PIC 9(11).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-A-CUST-ID               PIC 9(09).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-A-ACCT-ZIP              PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-A-CUST-ZIP              PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-A-ACTION                PIC X(50).

       01 WS-RPT-ACCT-HEAD.
         05 FILLER                      PIC X(13)
                                        VALUE 'ACCOUNT'.
         05 FILLER                      PIC X(11)
                                        VALUE 'CUSTOMER'.
         05 FILLER                      PIC X(12)
                                        VALUE 'ACCOUNT ZIP'.
         05 FILLER                      PIC X(12)
                                        VALUE 'CUSTOMER ZIP'.
         05 FILLER                      PIC X(50)
                                        VALUE 'ACTION'.

      * Postal address check - see CSUTLZPL
       01 WS-ZIP-CHECK-FIELDS.
       COPY CSUTLZWY.

      * Account history - see CSUTLHPL
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

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

      * One US customer address
       01 HOST-CUST-ADDR.
         05 HOST-CUST-ID                PIC S9(09) COMP.
         05 HOST-CUST-CITY              PIC X(50).
         05 HOST-CUST-STATE-CD          PIC X(02).
         05 HOST-CUST-ZIP               PIC X(10).
      * One account whose ZIP differs from its primary customer's
       01 HOST-DRIFT-ROW.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-ACCT-ZIP               PIC X(10).
         05 HOST-DRIFT-CUST-ID          PIC S9(09) COMP.
         05 HOST-DRIFT-CUST-ZIP         PIC X(10).
         05 HOST-DRIFT-CUST-STATE-CD    PIC X(02).
         05 HOST-DRIFT-CUST-CITY        PIC X(50).
         05 HOST-DRIFT-CUST-COUNTRY     PIC X(03).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBZIP02A - ADDRESS DATA QUALITY STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBZIP02A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-CUSTOMER
                   UNTIL CUST-CURSOR-EOF
           PERFORM 2500-START-ACCOUNT-SECTION
           PERFORM 3000-PROCESS-DRIFT
                   UNTIL ACCT-CURSOR-EOF
           PERFORM 4000-FINALIZE
           MOVE 'CBZIP02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ = WS-CUSTS-CHECKED
                                     + WS-ACCTS-DRIFTED
           MOVE WS-ACCTS-CORRECTED TO WS-RTOT-RECS-POSTED
           MOVE WS-DQ-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBZIP02A - ADDRESS DATA QUALITY ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET CUST-CURSOR-NOT-EOF TO TRUE
           SET ACCT-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT ZIP-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ZIP-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-DQ-ERRORS
               SET CUST-CURSOR-EOF TO TRUE
               SET ACCT-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO ZIP-RPT-LINE
               MOVE 'ADDRESS DATA QUALITY - ZIP / STATE / CITY'
                 TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE SPACES TO ZIP-RPT-LINE
               STRING 'FOR BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZDT-DATE DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE SPACES TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE 'CUSTOMER ADDRESSES FAILING THE POSTAL REFERENCE'
                 TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE WS-RPT-CUST-HEAD TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
           END-IF

      * US addresses only - the postal reference has nothing to
      * say about a foreign one. Erased customers carry no address.
           EXEC SQL
               DECLARE CUR-ZIP-CUST CURSOR FOR
               SELECT CUST_ID,
                      COALESCE(CUST_ADDR_LINE_3, ' '),
                      COALESCE(CUST_ADDR_STATE_CD, ' '),
                      COALESCE(CUST_ADDR_ZIP, ' ')
               FROM CUSTDAT
               WHERE COALESCE(CUST_ADDR_COUNTRY_CD, ' ')
                     IN ('USA', ' ')
               AND   COALESCE(CUST_ERASED_DATE, ' ') = ' '
               ORDER BY CUST_ID
           END-EXEC

           IF CUST-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-ZIP-CUST
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-ZIP-CUST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-DQ-ERRORS
                   SET CUST-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-CHECK-CUSTOMER
      *----------------------------------------------------------------*
       2000-CHECK-CUSTOMER.

           EXEC SQL
               FETCH CUR-ZIP-CUST
               INTO :HOST-CUST-ID, :HOST-CUST-CITY,
                    :HOST-CUST-STATE-CD, :HOST-CUST-ZIP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CUSTS-CHECKED
                   PERFORM 2100-CHECK-ONE-ADDRESS
               WHEN 100
                   SET CUST-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-ZIP-CUST
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ZIP-CUST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-DQ-ERRORS
                   SET CUST-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-CHECK-ONE-ADDRESS
      *----------------------------------------------------------------*
       2100-CHECK-ONE-ADDRESS.

           MOVE HOST-CUST-ZIP      TO WS-ZIPV-ZIP
           MOVE HOST-CUST-STATE-CD TO WS-ZIPV-STATE-CD
           MOVE HOST-CUST-CITY     TO WS-ZIPV-CITY
           PERFORM VALIDATE-ZIP-ADDRESS
              THRU VALIDATE-ZIP-ADDRESS-EXIT

           EVALUATE TRUE
               WHEN ZIPV-OK
                   CONTINUE
               WHEN ZIPV-BAD-ZIP
                   MOVE 'UNKNOWN ZIP' TO RPT-C-PROBLEM
                   ADD 1 TO WS-CUSTS-BAD-ZIP
                   PERFORM 2150-WRITE-CUST-LINE
               WHEN ZIPV-STATE-MISMATCH
                   MOVE 'WRONG STATE' TO RPT-C-PROBLEM
                   ADD 1 TO WS-CUSTS-WRONG-STATE
                   PERFORM 2150-WRITE-CUST-LINE
               WHEN ZIPV-CITY-MISMATCH
                   MOVE 'WRONG CITY' TO RPT-C-PROBLEM
                   ADD 1 TO WS-CUSTS-WRONG-CITY
                   PERFORM 2150-WRITE-CUST-LINE
               WHEN OTHER
                   DISPLAY 'CUSTOMER ' HOST-CUST-ID ' - ' WS-ZIPV-MSG
                   ADD 1 TO WS-DQ-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2150-WRITE-CUST-LINE
      *----------------------------------------------------------------*
       2150-WRITE-CUST-LINE.

           MOVE HOST-CUST-ID         TO RPT-C-CUST-ID
           MOVE HOST-CUST-ZIP        TO RPT-C-ZIP
           MOVE HOST-CUST-STATE-CD   TO RPT-C-STATE
           MOVE HOST-CUST-CITY       TO RPT-C-CITY
           MOVE WS-ZIPV-REF-STATE-CD TO RPT-C-REF-STATE
           MOVE WS-ZIPV-REF-CITY     TO RPT-C-REF-CITY
           MOVE WS-RPT-CUST-DETAIL   TO ZIP-RPT-LINE
           WRITE ZIP-RPT-LINE.

      *----------------------------------------------------------------*
      *                      2500-START-ACCOUNT-SECTION
      * The account's address is its primary customer's - the
      * customer on the account's first card in the cross-reference.
      * The cursor holds across the per-account commits.
      *----------------------------------------------------------------*
       2500-START-ACCOUNT-SECTION.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE 'ACCOUNT ZIP DIFFERS FROM PRIMARY CUSTOMER ZIP'
                 TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
               MOVE WS-RPT-ACCT-HEAD TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
           END-IF

           EXEC SQL
               DECLARE CUR-ZIP-DRIFT CURSOR WITH HOLD FOR
               SELECT A.ACCT_ID,
                      COALESCE(A.ACCT_ADDR_ZIP, ' '),
                      C.CUST_ID,
                      COALESCE(C.CUST_ADDR_ZIP, ' '),
                      COALESCE(C.CUST_ADDR_STATE_CD, ' '),
                      COALESCE(C.CUST_ADDR_LINE_3, ' '),
                      COALESCE(C.CUST_ADDR_COUNTRY_CD, ' ')
               FROM ACCTDAT A, CXACAIX X, CUSTDAT C
               WHERE X.XREF_ACCT_ID = A.ACCT_ID
               AND   X.XREF_CARD_NUM = (SELECT MIN(X2.XREF_CARD_NUM)
                                         FROM CXACAIX X2
                                         WHERE X2.XREF_ACCT_ID =
                                               A.ACCT_ID)
               AND   C.CUST_ID = X.XREF_CUST_ID
               AND   COALESCE(C.CUST_ERASED_DATE, ' ') = ' '
               AND   COALESCE(A.ACCT_ADDR_ZIP, ' ') <>
                     COALESCE(C.CUST_ADDR_ZIP, ' ')
               ORDER BY A.ACCT_ID
           END-EXEC

           IF ACCT-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-ZIP-DRIFT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-ZIP-DRIFT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-DQ-ERRORS
                   SET ACCT-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-PROCESS-DRIFT
      *----------------------------------------------------------------*
       3000-PROCESS-DRIFT.

           EXEC SQL
               FETCH CUR-ZIP-DRIFT
               INTO :HOST-ACCT-ID, :HOST-ACCT-ZIP,
                    :HOST-DRIFT-CUST-ID, :HOST-DRIFT-CUST-ZIP,
                    :HOST-DRIFT-CUST-STATE-CD,
                    :HOST-DRIFT-CUST-CITY,
                    :HOST-DRIFT-CUST-COUNTRY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-DRIFTED
                   PERFORM 3100-CORRECT-ACCOUNT-ZIP
                      THRU 3100-CORRECT-ACCOUNT-ZIP-EXIT
                   PERFORM 3900-WRITE-ACCT-LINE
               WHEN 100
                   SET ACCT-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-ZIP-DRIFT
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ZIP-DRIFT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-DQ-ERRORS
                   SET ACCT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3100-CORRECT-ACCOUNT-ZIP
      * The customer record is the address of record. Its ZIP is
      * copied to the account only when there is one and, for a US
      * address, it passes the postal check - a bad customer ZIP is
      * fixed on the customer first, then flows down next night.
      *----------------------------------------------------------------*
       3100-CORRECT-ACCOUNT-ZIP.

           IF HOST-DRIFT-CUST-ZIP = SPACES
               MOVE 'NOT CORRECTED - CUSTOMER HAS NO ZIP' TO WS-ACTION
               ADD 1 TO WS-ACCTS-NOT-CORRECTED
               GO TO 3100-CORRECT-ACCOUNT-ZIP-EXIT
           END-IF

           IF HOST-DRIFT-CUST-COUNTRY = 'USA'
           OR HOST-DRIFT-CUST-COUNTRY = SPACES
               MOVE HOST-DRIFT-CUST-ZIP      TO WS-ZIPV-ZIP
               MOVE HOST-DRIFT-CUST-STATE-CD TO WS-ZIPV-STATE-CD
               MOVE HOST-DRIFT-CUST-CITY     TO WS-ZIPV-CITY
               PERFORM VALIDATE-ZIP-ADDRESS
                  THRU VALIDATE-ZIP-ADDRESS-EXIT
               EVALUATE TRUE
                   WHEN ZIPV-OK
                       CONTINUE
                   WHEN ZIPV-CHECK-ERROR
                       DISPLAY 'ACCOUNT ' HOST-ACCT-ID ' - '
                               WS-ZIPV-MSG
                       MOVE 'NOT CORRECTED - POSTAL CHECK FAILED'
                         TO WS-ACTION
                       ADD 1 TO WS-DQ-ERRORS
                       ADD 1 TO WS-ACCTS-NOT-CORRECTED
                       GO TO 3100-CORRECT-ACCOUNT-ZIP-EXIT
                   WHEN OTHER
                       MOVE 'NOT CORRECTED - CUSTOMER ZIP FAILS CHECK'
                         TO WS-ACTION
                       ADD 1 TO WS-ACCTS-NOT-CORRECTED
                       GO TO 3100-CORRECT-ACCOUNT-ZIP-EXIT
               END-EVALUATE
           END-IF

      * The old ZIP in the WHERE keeps an account changed since the
      * fetch from being overwritten.
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_ADDR_ZIP = :HOST-DRIFT-CUST-ZIP
               WHERE ACCT_ID = :HOST-ACCT-ID
               AND   COALESCE(ACCT_ADDR_ZIP, ' ') = :HOST-ACCT-ZIP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'NOT CORRECTED - ACCOUNT CHANGED DURING RUN'
                     TO WS-ACTION
                   ADD 1 TO WS-ACCTS-NOT-CORRECTED
                   GO TO 3100-CORRECT-ACCOUNT-ZIP-EXIT
               WHEN OTHER
                   GO TO 3100-CORRECT-ERROR
           END-EVALUATE

           MOVE HOST-ACCT-ID        TO WS-AHST-ACCT-ID
           MOVE 'ADDR-ZIP'          TO WS-AHST-FIELD-NAME
           MOVE HOST-ACCT-ZIP       TO WS-AHST-OLD-VALUE
           MOVE HOST-DRIFT-CUST-ZIP TO WS-AHST-NEW-VALUE
           MOVE 'CBZIP02A'          TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT
           IF AHST-ERR-ON
               GO TO 3100-CORRECT-ERROR
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE 'CORRECTED FROM CUSTOMER RECORD' TO WS-ACTION
           ADD 1 TO WS-ACCTS-CORRECTED
           GO TO 3100-CORRECT-ACCOUNT-ZIP-EXIT
           .
       3100-CORRECT-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR CORRECTING ZIP FOR ACCT ' HOST-ACCT-ID
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'NOT CORRECTED - UPDATE FAILED' TO WS-ACTION
           ADD 1 TO WS-DQ-ERRORS
           ADD 1 TO WS-ACCTS-NOT-CORRECTED
           .
       3100-CORRECT-ACCOUNT-ZIP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3900-WRITE-ACCT-LINE
      *----------------------------------------------------------------*
       3900-WRITE-ACCT-LINE.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE HOST-ACCT-ID        TO RPT-A-ACCT-ID
               MOVE HOST-DRIFT-CUST-ID  TO RPT-A-CUST-ID
               MOVE HOST-ACCT-ZIP       TO RPT-A-ACCT-ZIP
               MOVE HOST-DRIFT-CUST-ZIP TO RPT-A-CUST-ZIP
               MOVE WS-ACTION           TO RPT-A-ACTION
               MOVE WS-RPT-ACCT-DETAIL  TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-FINALIZE
      *----------------------------------------------------------------*
       4000-FINALIZE.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-CUSTS-CHECKED TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING 'US CUSTOMER ADDRESSES CHECKED: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-CUSTS-BAD-ZIP TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING '  UNKNOWN ZIP................: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-CUSTS-WRONG-STATE TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING '  ZIP NOT IN STATE...........: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-CUSTS-WRONG-CITY TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING '  CITY NOT FOR ZIP...........: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-ACCTS-DRIFTED TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING 'ACCOUNT ZIP DISAGREEMENTS....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-ACCTS-CORRECTED TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING '  CORRECTED..................: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               MOVE WS-ACCTS-NOT-CORRECTED TO WS-CNT-EDIT
               MOVE SPACES TO ZIP-RPT-LINE
               STRING '  NOT CORRECTED..............: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ZIP-RPT-LINE
               WRITE ZIP-RPT-LINE

               CLOSE ZIP-RPT-FILE
           END-IF

           DISPLAY 'CUSTOMERS CHECKED......: ' WS-CUSTS-CHECKED
           DISPLAY 'UNKNOWN ZIP............: ' WS-CUSTS-BAD-ZIP
           DISPLAY 'ZIP NOT IN STATE.......: ' WS-CUSTS-WRONG-STATE
           DISPLAY 'CITY NOT FOR ZIP.......: ' WS-CUSTS-WRONG-CITY
           DISPLAY 'ACCOUNT ZIPS DRIFTED...: ' WS-ACCTS-DRIFTED
           DISPLAY 'ACCOUNT ZIPS CORRECTED.: ' WS-ACCTS-CORRECTED
           DISPLAY 'NOT CORRECTED..........: ' WS-ACCTS-NOT-CORRECTED
           DISPLAY 'PROCESSING ERRORS......: ' WS-DQ-ERRORS

           IF WS-DQ-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *          VALIDATE-ZIP-ADDRESS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLZPL.

      *----------------------------------------------------------------*
      *          WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

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
