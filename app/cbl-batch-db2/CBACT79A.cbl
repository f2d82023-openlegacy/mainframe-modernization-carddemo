      *****************************************************************
      * Program     : CBACT79A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : National Change of Address (NCOA) update
      *               processing - reads the NCOA return file and
      *               matches each move to CUSTDAT by name and old
      *               address, so a move is acted on before the mail
      *               bounces (CBACT55A only sees it after). A
      *               permanent individual move to a forwarding
      *               address updates the CUSTDAT address, writes the
      *               CUSTHIST contact-change rows CBACT30A reads,
      *               clears the returned-mail marker (closing any
      *               open skip-trace item) and writes a "we updated
      *               your address" letter to both the old and the new
      *               address. Family, business and temporary moves,
      *               and anything that does not match exactly one
      *               living customer, go to the review list.
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
      * 2026-10-15 - New batch job: NCOA change-of-address update
      *              processing with review list and address-change
      *              letters
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT79A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-FILE ASSIGN TO NCOAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCOA-FILE-STATUS.
           SELECT NCOA-LETTER-FILE ASSIGN TO NCOALTRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
           SELECT NCOA-RPT-FILE ASSIGN TO NCOARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
      * NCOA return record - one per move the postal service matched
      * to a name and address we sent
       FD NCOA-FILE
           RECORDING MODE IS F.
       01 NCOA-RECORD.
          05 NCOA-FIRST-NAME            PIC X(25).
          05 NCOA-LAST-NAME             PIC X(25).
          05 NCOA-OLD-ADDR-LINE-1       PIC X(50).
          05 NCOA-OLD-ZIP               PIC X(10).
          05 NCOA-MOVE-TYPE             PIC X(01).
             88 NCOA-MOVE-INDIVIDUAL               VALUE 'I'.
             88 NCOA-MOVE-FAMILY                   VALUE 'F'.
             88 NCOA-MOVE-BUSINESS                 VALUE 'B'.
          05 NCOA-MOVE-DURATION         PIC X(01).
             88 NCOA-MOVE-PERMANENT                VALUE 'P'.
             88 NCOA-MOVE-TEMPORARY                VALUE 'T'.
          05 NCOA-MOVE-EFF-DATE         PIC X(10).
          05 NCOA-NEW-ADDR-LINE-1       PIC X(50).
          05 NCOA-NEW-ADDR-LINE-2       PIC X(50).
          05 NCOA-NEW-CITY              PIC X(50).
          05 NCOA-NEW-STATE-CD          PIC X(02).
          05 NCOA-NEW-ZIP               PIC X(10).

      * Address-change letter - one to the old address, one to the
      * new, for the print vendor
       FD NCOA-LETTER-FILE
           RECORDING MODE IS F.
       01 NCOA-LETTER-RECORD.
          05 NCL-SENT-TO                PIC X(01).
             88 NCL-SENT-TO-OLD                    VALUE 'O'.
             88 NCL-SENT-TO-NEW                    VALUE 'N'.
          05 NCL-CUST-ID                PIC 9(09).
          05 NCL-FIRST-NAME             PIC X(25).
          05 NCL-LAST-NAME              PIC X(25).
          05 NCL-ADDR-LINE-1            PIC X(50).
          05 NCL-ADDR-LINE-2            PIC X(50).
          05 NCL-ADDR-LINE-3            PIC X(50).
          05 NCL-STATE-CD               PIC X(02).
          05 NCL-ZIP                    PIC X(10).
          05 NCL-MOVE-EFF-DATE          PIC X(10).

       FD NCOA-RPT-FILE
           RECORDING MODE IS F.
       01 NCOA-RPT-LINE                 PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT79A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-NCOA-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-LTR-FILE-STATUS         PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-MOVES-READ              PIC 9(07) VALUE ZEROS.
         05 WS-MOVES-APPLIED           PIC 9(07) VALUE ZEROS.
         05 WS-MOVES-REVIEW            PIC 9(07) VALUE ZEROS.
         05 WS-LETTERS-WRITTEN         PIC 9(07) VALUE ZEROS.
         05 WS-NCOA-ERRORS             PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-REVIEW-REASON           PIC X(30).
         05 WS-CUST-ID-EDIT            PIC 9(09).
         05 WS-CNT-EDIT                PIC ZZZ,ZZ9.
         05 WS-LOWER-CASE              PIC X(26)
                          VALUE 'abcdefghijklmnopqrstuvwxyz'.
         05 WS-UPPER-CASE              PIC X(26)
                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 NCOA-FILE-EOF                         VALUE 'Y'.
         88 NCOA-FILE-NOT-EOF                     VALUE 'N'.

       01 WS-REVIEW-LINE.
         05 WS-RV-CUST-ID              PIC X(09).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-RV-NAME                 PIC X(30).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-RV-TYPE                 PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-RV-OLD-ADDR             PIC X(25).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-RV-NEW-ADDR             PIC X(25).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-RV-REASON               PIC X(30).
         05 FILLER                     PIC X(05) VALUE SPACES.

       01 WS-REVIEW-HEAD-LINE.
         05 FILLER                     PIC X(10) VALUE 'CUST ID'.
         05 FILLER                     PIC X(31) VALUE 'NAME'.
         05 FILLER                     PIC X(04) VALUE 'TYP'.
         05 FILLER                     PIC X(26) VALUE 'OLD ADDRESS'.
         05 FILLER                     PIC X(26) VALUE 'NEW ADDRESS'.
         05 FILLER                     PIC X(35) VALUE 'REASON'.

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

      * Match criteria from the NCOA record (upper-cased)
       01 HOST-MATCH-FIELDS.
         05 HOST-MATCH-FIRST-NAME      PIC X(25).
         05 HOST-MATCH-LAST-NAME       PIC X(25).
         05 HOST-MATCH-ADDR-LINE-1     PIC X(50).
         05 HOST-MATCH-ZIP5            PIC X(05).
         05 HOST-MATCH-MOVE-TYPE       PIC X(01).
       01 HOST-MATCH-COUNT             PIC S9(09) COMP.
       01 HOST-MATCH-CUST-ID           PIC S9(09) COMP.

      * The matched customer's address as it stands before the move
       01 HOST-CUST-ROW.
         05 HOST-CUST-ID               PIC S9(09) COMP.
         05 HOST-CUST-FIRST-NAME       PIC X(25).
         05 HOST-CUST-LAST-NAME        PIC X(25).
         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-ADDR-LINE-2      PIC X(50).
         05 HOST-CUST-ADDR-LINE-3      PIC X(50).
         05 HOST-CUST-STATE-CD         PIC X(02).
         05 HOST-CUST-ADDR-ZIP         PIC X(10).
         05 HOST-CUST-DATE-OF-DEATH    PIC X(10).

      * Forwarding address from the NCOA record
       01 HOST-NEW-ADDR.
         05 HOST-NEW-ADDR-LINE-1       PIC X(50).
         05 HOST-NEW-ADDR-LINE-2       PIC X(50).
         05 HOST-NEW-ADDR-LINE-3       PIC X(50).
         05 HOST-NEW-STATE-CD          PIC X(02).
         05 HOST-NEW-ADDR-ZIP          PIC X(10).

       COPY CVCHG01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT79A - NCOA UPDATE PROCESSING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT79A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NCOA-FILE
                   UNTIL NCOA-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT79A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-MOVES-READ TO WS-RTOT-RECS-READ
           MOVE WS-MOVES-APPLIED TO WS-RTOT-RECS-POSTED
           MOVE WS-MOVES-REVIEW TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT79A - NCOA UPDATE PROCESSING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-MOVES-READ
           MOVE ZEROS TO WS-MOVES-APPLIED
           MOVE ZEROS TO WS-MOVES-REVIEW
           MOVE ZEROS TO WS-LETTERS-WRITTEN
           MOVE ZEROS TO WS-NCOA-ERRORS
           SET NCOA-FILE-NOT-EOF TO TRUE

           OPEN INPUT NCOA-FILE
           OPEN OUTPUT NCOA-LETTER-FILE
           OPEN OUTPUT NCOA-RPT-FILE
           IF WS-NCOA-FILE-STATUS NOT = '00'
              OR WS-LTR-FILE-STATUS NOT = '00'
              OR WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUS: '
                       WS-NCOA-FILE-STATUS ' / ' WS-LTR-FILE-STATUS
                       ' / ' WS-RPT-FILE-STATUS
               SET NCOA-FILE-EOF TO TRUE
               ADD 1 TO WS-NCOA-ERRORS
           END-IF

           MOVE SPACES TO NCOA-RPT-LINE
           STRING '=== NCOA CHANGE-OF-ADDRESS REVIEW LIST FOR '
                  WS-BIZDT-DATE ' ==='
             DELIMITED BY SIZE
             INTO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE
           MOVE SPACES TO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE FROM WS-REVIEW-HEAD-LINE.

      *----------------------------------------------------------------*
      *                   2000-PROCESS-NCOA-FILE
      *----------------------------------------------------------------*
       2000-PROCESS-NCOA-FILE.

           READ NCOA-FILE
               AT END
                   SET NCOA-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MOVES-READ
                   PERFORM 2100-PROCESS-ONE-MOVE
                      THRU 2100-PROCESS-ONE-MOVE-EXIT
           END-READ.

      *----------------------------------------------------------------*
      *                   2100-PROCESS-ONE-MOVE
      * Only a permanent individual move with a forwarding address,
      * matched to exactly one living customer, is applied without a
      * person looking at it. A family or business move may cover
      * more people than the one customer it matched, and a
      * temporary move will come back; those go to review.
      *----------------------------------------------------------------*
       2100-PROCESS-ONE-MOVE.

           MOVE SPACES TO WS-REVIEW-REASON
           MOVE ZEROS TO HOST-CUST-ID

           PERFORM 2200-MATCH-CUSTOMER
              THRU 2200-MATCH-CUSTOMER-EXIT

           EVALUATE TRUE
               WHEN WS-REVIEW-REASON NOT = SPACES
                   CONTINUE
               WHEN HOST-CUST-DATE-OF-DEATH NOT = SPACES
                   MOVE 'CUSTOMER DECEASED' TO WS-REVIEW-REASON
               WHEN NCOA-MOVE-FAMILY
                   MOVE 'FAMILY MOVE' TO WS-REVIEW-REASON
               WHEN NCOA-MOVE-BUSINESS
                   MOVE 'BUSINESS MOVE' TO WS-REVIEW-REASON
               WHEN NOT NCOA-MOVE-INDIVIDUAL
                   MOVE 'UNKNOWN MOVE TYPE' TO WS-REVIEW-REASON
               WHEN NCOA-MOVE-TEMPORARY
                   MOVE 'TEMPORARY MOVE' TO WS-REVIEW-REASON
               WHEN NOT NCOA-MOVE-PERMANENT
                   MOVE 'UNKNOWN MOVE DURATION' TO WS-REVIEW-REASON
               WHEN NCOA-NEW-ADDR-LINE-1 = SPACES
                 OR NCOA-NEW-ZIP = SPACES
                   MOVE 'NO FORWARDING ADDRESS' TO WS-REVIEW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REVIEW-REASON NOT = SPACES
               PERFORM 2800-WRITE-REVIEW-LINE
               GO TO 2100-PROCESS-ONE-MOVE-EXIT
           END-IF

           PERFORM 2300-APPLY-MOVE
              THRU 2300-APPLY-MOVE-EXIT.
       2100-PROCESS-ONE-MOVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2200-MATCH-CUSTOMER
      * Name and old address: last name, first line of the street
      * address and the five-digit ZIP, plus the first name on an
      * individual move (a family or business move names the
      * household, not a person). Compared upper-case, since the
      * NCOA file is and CUSTDAT may not be.
      *----------------------------------------------------------------*
       2200-MATCH-CUSTOMER.

           INSPECT NCOA-FIRST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT NCOA-LAST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT NCOA-OLD-ADDR-LINE-1
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           MOVE NCOA-FIRST-NAME TO HOST-MATCH-FIRST-NAME
           MOVE NCOA-LAST-NAME TO HOST-MATCH-LAST-NAME
           MOVE NCOA-OLD-ADDR-LINE-1 TO HOST-MATCH-ADDR-LINE-1
           MOVE NCOA-OLD-ZIP(1:5) TO HOST-MATCH-ZIP5
           MOVE NCOA-MOVE-TYPE TO HOST-MATCH-MOVE-TYPE

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(CUST_ID), 0)
               INTO :HOST-MATCH-COUNT, :HOST-MATCH-CUST-ID
               FROM CUSTDAT
               WHERE UPPER(CUST_LAST_NAME) = :HOST-MATCH-LAST-NAME
               AND   UPPER(CUST_ADDR_LINE_1) =
                     :HOST-MATCH-ADDR-LINE-1
               AND   SUBSTR(CUST_ADDR_ZIP, 1, 5) = :HOST-MATCH-ZIP5
               AND  (:HOST-MATCH-MOVE-TYPE <> 'I'
                 OR  UPPER(CUST_FIRST_NAME) = :HOST-MATCH-FIRST-NAME)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR MATCHING CUSTDAT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-NCOA-ERRORS
               MOVE 'MATCH NOT COMPLETED' TO WS-REVIEW-REASON
               GO TO 2200-MATCH-CUSTOMER-EXIT
           END-IF

           EVALUATE TRUE
               WHEN HOST-MATCH-COUNT = 0
                   MOVE 'NO CUSTOMER MATCHED' TO WS-REVIEW-REASON
                   GO TO 2200-MATCH-CUSTOMER-EXIT
               WHEN HOST-MATCH-COUNT > 1
                   MOVE 'MORE THAN ONE CUSTOMER MATCHED'
                     TO WS-REVIEW-REASON
                   GO TO 2200-MATCH-CUSTOMER-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXEC SQL
               SELECT CUST_ID, CUST_FIRST_NAME, CUST_LAST_NAME,
                      CUST_ADDR_LINE_1,
                      COALESCE(CUST_ADDR_LINE_2, ' '),
                      COALESCE(CUST_ADDR_LINE_3, ' '),
                      COALESCE(CUST_ADDR_STATE_CD, ' '),
                      CUST_ADDR_ZIP,
                      COALESCE(CUST_DATE_OF_DEATH, ' ')
               INTO :HOST-CUST-ID, :HOST-CUST-FIRST-NAME,
                    :HOST-CUST-LAST-NAME, :HOST-CUST-ADDR-LINE-1,
                    :HOST-CUST-ADDR-LINE-2, :HOST-CUST-ADDR-LINE-3,
                    :HOST-CUST-STATE-CD, :HOST-CUST-ADDR-ZIP,
                    :HOST-CUST-DATE-OF-DEATH
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-MATCH-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING CUSTDAT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-NCOA-ERRORS
               MOVE 'CUSTOMER NOT READ' TO WS-REVIEW-REASON
           END-IF.
       2200-MATCH-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     2300-APPLY-MOVE
      * Address, contact-change history, returned-mail marker and
      * skip-trace close are one unit of work. The update is guarded
      * on the address just read, as COCUSUPA guards its overwrite -
      * a CSR change landing mid-run sends the move to review instead
      * of being overwritten. Letters are written once it commits.
      *----------------------------------------------------------------*
       2300-APPLY-MOVE.

           MOVE NCOA-NEW-ADDR-LINE-1 TO HOST-NEW-ADDR-LINE-1
           MOVE NCOA-NEW-ADDR-LINE-2 TO HOST-NEW-ADDR-LINE-2
           MOVE NCOA-NEW-CITY TO HOST-NEW-ADDR-LINE-3
           MOVE NCOA-NEW-STATE-CD TO HOST-NEW-STATE-CD
           MOVE NCOA-NEW-ZIP TO HOST-NEW-ADDR-ZIP

           EXEC SQL
               UPDATE CUSTDAT
               SET CUST_ADDR_LINE_1 = :HOST-NEW-ADDR-LINE-1,
                   CUST_ADDR_LINE_2 = :HOST-NEW-ADDR-LINE-2,
                   CUST_ADDR_LINE_3 = :HOST-NEW-ADDR-LINE-3,
                   CUST_ADDR_STATE_CD = :HOST-NEW-STATE-CD,
                   CUST_ADDR_ZIP = :HOST-NEW-ADDR-ZIP,
                   CUST_MAIL_RETURN_IND = 'N'
               WHERE CUST_ID = :HOST-CUST-ID
               AND   CUST_ADDR_LINE_1 = :HOST-CUST-ADDR-LINE-1
               AND   CUST_ADDR_ZIP = :HOST-CUST-ADDR-ZIP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ADDRESS CHANGED DURING RUN'
                     TO WS-REVIEW-REASON
                   PERFORM 2800-WRITE-REVIEW-LINE
                   GO TO 2300-APPLY-MOVE-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR UPDATING CUSTDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   GO TO 2300-APPLY-MOVE-FAIL
           END-EVALUATE

           MOVE HOST-CUST-ID TO CHG-CUST-ID
           MOVE WS-PGMNAME TO CHG-USER-ID

           IF HOST-CUST-ADDR-LINE-1 NOT = HOST-NEW-ADDR-LINE-1
               MOVE 'ADDR-LINE-1' TO CHG-FIELD-NAME
               MOVE HOST-CUST-ADDR-LINE-1 TO CHG-OLD-VALUE
               MOVE HOST-NEW-ADDR-LINE-1 TO CHG-NEW-VALUE
               PERFORM 2400-WRITE-HISTORY-ROW
               IF SQLCODE NOT = 0
                   GO TO 2300-APPLY-MOVE-FAIL
               END-IF
           END-IF

           IF HOST-CUST-ADDR-LINE-2 NOT = HOST-NEW-ADDR-LINE-2
               MOVE 'ADDR-LINE-2' TO CHG-FIELD-NAME
               MOVE HOST-CUST-ADDR-LINE-2 TO CHG-OLD-VALUE
               MOVE HOST-NEW-ADDR-LINE-2 TO CHG-NEW-VALUE
               PERFORM 2400-WRITE-HISTORY-ROW
               IF SQLCODE NOT = 0
                   GO TO 2300-APPLY-MOVE-FAIL
               END-IF
           END-IF

           IF HOST-CUST-ADDR-LINE-3 NOT = HOST-NEW-ADDR-LINE-3
               MOVE 'ADDR-LINE-3' TO CHG-FIELD-NAME
               MOVE HOST-CUST-ADDR-LINE-3 TO CHG-OLD-VALUE
               MOVE HOST-NEW-ADDR-LINE-3 TO CHG-NEW-VALUE
               PERFORM 2400-WRITE-HISTORY-ROW
               IF SQLCODE NOT = 0
                   GO TO 2300-APPLY-MOVE-FAIL
               END-IF
           END-IF

           IF HOST-CUST-STATE-CD NOT = HOST-NEW-STATE-CD
               MOVE 'ADDR-STATE-CD' TO CHG-FIELD-NAME
               MOVE HOST-CUST-STATE-CD TO CHG-OLD-VALUE
               MOVE HOST-NEW-STATE-CD TO CHG-NEW-VALUE
               PERFORM 2400-WRITE-HISTORY-ROW
               IF SQLCODE NOT = 0
                   GO TO 2300-APPLY-MOVE-FAIL
               END-IF
           END-IF

           IF HOST-CUST-ADDR-ZIP NOT = HOST-NEW-ADDR-ZIP
               MOVE 'ADDR-ZIP' TO CHG-FIELD-NAME
               MOVE HOST-CUST-ADDR-ZIP TO CHG-OLD-VALUE
               MOVE HOST-NEW-ADDR-ZIP TO CHG-NEW-VALUE
               PERFORM 2400-WRITE-HISTORY-ROW
               IF SQLCODE NOT = 0
                   GO TO 2300-APPLY-MOVE-FAIL
               END-IF
           END-IF

      *    The customer is deliverable again - any open skip-trace
      *    item raised from returned mail closes with the move.
           EXEC SQL
               UPDATE TRACEQ
               SET TRQ_STATUS = 'C',
                   TRQ_CLOSE_TS = CURRENT TIMESTAMP
               WHERE TRQ_CUST_ID = :HOST-CUST-ID
               AND   TRQ_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLOSING TRACEQ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               GO TO 2300-APPLY-MOVE-FAIL
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-MOVES-APPLIED

           PERFORM 2500-WRITE-LETTERS
           GO TO 2300-APPLY-MOVE-EXIT.

       2300-APPLY-MOVE-FAIL.
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-NCOA-ERRORS
           DISPLAY 'NCOA MOVE NOT APPLIED - CUST: ' HOST-CUST-ID.
       2300-APPLY-MOVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2400-WRITE-HISTORY-ROW
      * Same CUSTHIST row COCUSUPA writes, stamped with this job's
      * name as the user. Issues no COMMIT/ROLLBACK of its own.
      *----------------------------------------------------------------*
       2400-WRITE-HISTORY-ROW.

           EXEC SQL
               SELECT NEXT VALUE FOR CHG_LOG_ID_SEQ
               INTO :CHG-LOG-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO CUSTHIST
                   (CHG_LOG_ID, CHG_CUST_ID, CHG_FIELD_NAME,
                    CHG_OLD_VALUE, CHG_NEW_VALUE, CHG_USER_ID,
                    CHG_CHANGE_TS)
                   VALUES
                   (:CHG-LOG-ID, :CHG-CUST-ID,
                    :CHG-FIELD-NAME, :CHG-OLD-VALUE,
                    :CHG-NEW-VALUE, :CHG-USER-ID,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR WRITING CUSTHIST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-WRITE-LETTERS
      * One letter to the old address (in case the move was not the
      * customer's doing) and one to the new.
      *----------------------------------------------------------------*
       2500-WRITE-LETTERS.

           MOVE SPACES TO NCOA-LETTER-RECORD
           SET NCL-SENT-TO-OLD TO TRUE
           MOVE HOST-CUST-ID TO NCL-CUST-ID
           MOVE HOST-CUST-FIRST-NAME TO NCL-FIRST-NAME
           MOVE HOST-CUST-LAST-NAME TO NCL-LAST-NAME
           MOVE HOST-CUST-ADDR-LINE-1 TO NCL-ADDR-LINE-1
           MOVE HOST-CUST-ADDR-LINE-2 TO NCL-ADDR-LINE-2
           MOVE HOST-CUST-ADDR-LINE-3 TO NCL-ADDR-LINE-3
           MOVE HOST-CUST-STATE-CD TO NCL-STATE-CD
           MOVE HOST-CUST-ADDR-ZIP TO NCL-ZIP
           MOVE NCOA-MOVE-EFF-DATE TO NCL-MOVE-EFF-DATE
           WRITE NCOA-LETTER-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN

           SET NCL-SENT-TO-NEW TO TRUE
           MOVE HOST-NEW-ADDR-LINE-1 TO NCL-ADDR-LINE-1
           MOVE HOST-NEW-ADDR-LINE-2 TO NCL-ADDR-LINE-2
           MOVE HOST-NEW-ADDR-LINE-3 TO NCL-ADDR-LINE-3
           MOVE HOST-NEW-STATE-CD TO NCL-STATE-CD
           MOVE HOST-NEW-ADDR-ZIP TO NCL-ZIP
           WRITE NCOA-LETTER-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN.

      *----------------------------------------------------------------*
      *                   2800-WRITE-REVIEW-LINE
      *----------------------------------------------------------------*
       2800-WRITE-REVIEW-LINE.

           ADD 1 TO WS-MOVES-REVIEW
           MOVE SPACES TO WS-RV-CUST-ID
           IF HOST-CUST-ID NOT = ZEROS
               MOVE HOST-CUST-ID TO WS-CUST-ID-EDIT
               MOVE WS-CUST-ID-EDIT TO WS-RV-CUST-ID
           END-IF
           MOVE SPACES TO WS-RV-NAME
           STRING NCOA-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  NCOA-LAST-NAME DELIMITED BY '  '
             INTO WS-RV-NAME
           MOVE NCOA-MOVE-TYPE TO WS-RV-TYPE(1:1)
           MOVE '/' TO WS-RV-TYPE(2:1)
           MOVE NCOA-MOVE-DURATION TO WS-RV-TYPE(3:1)
           MOVE NCOA-OLD-ADDR-LINE-1 TO WS-RV-OLD-ADDR
           MOVE NCOA-NEW-ADDR-LINE-1 TO WS-RV-NEW-ADDR
           MOVE WS-REVIEW-REASON TO WS-RV-REASON
           WRITE NCOA-RPT-LINE FROM WS-REVIEW-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           MOVE SPACES TO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE
           MOVE WS-MOVES-READ TO WS-CNT-EDIT
           STRING 'NCOA MOVES READ ........: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE
           MOVE SPACES TO NCOA-RPT-LINE
           MOVE WS-MOVES-APPLIED TO WS-CNT-EDIT
           STRING 'ADDRESSES UPDATED ......: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE
           MOVE SPACES TO NCOA-RPT-LINE
           MOVE WS-MOVES-REVIEW TO WS-CNT-EDIT
           STRING 'SENT TO REVIEW .........: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO NCOA-RPT-LINE
           WRITE NCOA-RPT-LINE

           CLOSE NCOA-FILE
           CLOSE NCOA-LETTER-FILE
           CLOSE NCOA-RPT-FILE

           DISPLAY 'NCOA MOVES READ........: ' WS-MOVES-READ
           DISPLAY 'ADDRESSES UPDATED......: ' WS-MOVES-APPLIED
           DISPLAY 'SENT TO REVIEW.........: ' WS-MOVES-REVIEW
           DISPLAY 'LETTERS WRITTEN........: ' WS-LETTERS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-NCOA-ERRORS

           IF WS-NCOA-ERRORS > 0
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
