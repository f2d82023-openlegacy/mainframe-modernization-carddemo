      *****************************************************************
      * Program     : CBZIP01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Postal ZIP reference load. Reads the postal
      *               service's city-state file (ZIPFILE) and brings
      *               ZIPREF up to it - every ZIP / city name the file
      *               carries as preferred or acceptable is inserted
      *               or refreshed and stamped with the business date.
      *               Once the whole file has loaded cleanly, rows the
      *               file no longer carries (retired ZIPs, dropped
      *               city names) are removed. A run that fails part
      *               way leaves the previous load in place alongside
      *               what it did load, so address checks keep working
      *               and a rerun finishes the job.
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
      * 2026-10-15 - New batch job: postal ZIP reference load
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBZIP01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-FILE ASSIGN TO ZIPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ZIP-FILE
           RECORDING MODE IS F.
      * Postal city-state record - one per ZIP and city name.
      * City type P preferred, A acceptable, N not acceptable (N
      * names are not loaded - mail addressed that way is refused).
       01 ZIP-FILE-RECORD.
          05 ZPF-ZIP-CODE               PIC X(05).
          05 ZPF-CITY-NAME              PIC X(28).
          05 ZPF-STATE-CD               PIC X(02).
          05 ZPF-CITY-TYPE              PIC X(01).
          05 FILLER                     PIC X(44).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBZIP01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-ZIP-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-RECS-READ                PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-INSERTED            PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-REFRESHED           PIC 9(07) VALUE ZEROS.
         05 WS-RECS-SKIPPED             PIC 9(07) VALUE ZEROS.
         05 WS-RECS-REJECTED            PIC 9(07) VALUE ZEROS.
         05 WS-LOAD-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-REMOVED             PIC 9(07) VALUE ZEROS.

      * Reference rows are committed in groups rather than one by
      * one - a full postal file runs to tens of thousands of rows.
       01 WS-COMMIT-FIELDS.
         05 WS-COMMIT-PENDING           PIC S9(04) COMP VALUE ZEROS.
         05 WS-COMMIT-EVERY             PIC S9(04) COMP VALUE 500.

       01 WS-ZIP-EOF-FLAG               PIC X(01) VALUE 'N'.
         88 ZIP-FILE-EOF                          VALUE 'Y'.
         88 ZIP-FILE-NOT-EOF                      VALUE 'N'.

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

      * US state / territory codes
       COPY CSLKPCDY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-ROWS-REMOVED             PIC S9(09) COMP.

       COPY CVZIP01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBZIP01A - POSTAL ZIP REFERENCE LOAD STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBZIP01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ZIP-RECORD
                   UNTIL ZIP-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBZIP01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-RECS-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-ROWS-INSERTED
                                       + WS-ROWS-REFRESHED
           COMPUTE WS-RTOT-RECS-REJECTED = WS-RECS-REJECTED
                                         + WS-LOAD-ERRORS
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
      * A load that stopped short stays open for the rerun.
           IF WS-LOAD-ERRORS = 0
               PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           END-IF
           DISPLAY 'CBZIP01A - POSTAL ZIP REFERENCE LOAD ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET ZIP-FILE-NOT-EOF TO TRUE
           MOVE ZEROS TO WS-COMMIT-PENDING

           OPEN INPUT ZIP-FILE
           IF WS-ZIP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ZIP-FILE - STATUS: '
                       WS-ZIP-FILE-STATUS
               ADD 1 TO WS-LOAD-ERRORS
               SET ZIP-FILE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-ZIP-RECORD
      *----------------------------------------------------------------*
       2000-PROCESS-ZIP-RECORD.

           READ ZIP-FILE
               AT END
                   SET ZIP-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECS-READ
                   PERFORM 2100-EDIT-ZIP-RECORD
                      THRU 2100-EDIT-ZIP-RECORD-EXIT
           END-READ

           IF ZIP-FILE-NOT-EOF
           AND WS-ZIP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING ZIP-FILE - STATUS: '
                       WS-ZIP-FILE-STATUS
               ADD 1 TO WS-LOAD-ERRORS
               SET ZIP-FILE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-EDIT-ZIP-RECORD
      *----------------------------------------------------------------*
       2100-EDIT-ZIP-RECORD.

           IF ZPF-CITY-TYPE = 'N'
               ADD 1 TO WS-RECS-SKIPPED
               GO TO 2100-EDIT-ZIP-RECORD-EXIT
           END-IF

           MOVE ZPF-STATE-CD TO US-STATE-CODE-TO-EDIT
           IF ZPF-ZIP-CODE NOT NUMERIC
           OR ZPF-CITY-NAME = SPACES
           OR NOT VALID-US-STATE-CODE
           OR (ZPF-CITY-TYPE NOT = 'P' AND ZPF-CITY-TYPE NOT = 'A')
               DISPLAY 'REJECTED ZIP RECORD ' WS-RECS-READ ': '
                       ZIP-FILE-RECORD(1:36)
               ADD 1 TO WS-RECS-REJECTED
               GO TO 2100-EDIT-ZIP-RECORD-EXIT
           END-IF

           MOVE ZPF-ZIP-CODE  TO ZIP-CODE
           MOVE ZPF-CITY-NAME TO ZIP-CITY-NAME
           INSPECT ZIP-CITY-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZPF-STATE-CD  TO ZIP-STATE-CD
           MOVE ZPF-CITY-TYPE TO ZIP-CITY-TYPE
           MOVE WS-BIZDT-DATE TO ZIP-LOAD-DATE

           PERFORM 2200-STORE-ZIP-ROW
              THRU 2200-STORE-ZIP-ROW-EXIT
           .
       2100-EDIT-ZIP-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2200-STORE-ZIP-ROW
      * Refresh the row if the ZIP / city is already on file,
      * otherwise add it.
      *----------------------------------------------------------------*
       2200-STORE-ZIP-ROW.

           EXEC SQL
               UPDATE ZIPREF
               SET ZIP_STATE_CD  = :ZIP-STATE-CD,
                   ZIP_CITY_TYPE = :ZIP-CITY-TYPE,
                   ZIP_LOAD_DATE = :ZIP-LOAD-DATE
               WHERE ZIP_CODE      = :ZIP-CODE
               AND   ZIP_CITY_NAME = :ZIP-CITY-NAME
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-REFRESHED
               WHEN 100
                   EXEC SQL
                       INSERT INTO ZIPREF
                       (ZIP_CODE, ZIP_CITY_NAME, ZIP_STATE_CD,
                        ZIP_CITY_TYPE, ZIP_LOAD_DATE)
                       VALUES
                       (:ZIP-CODE, :ZIP-CITY-NAME, :ZIP-STATE-CD,
                        :ZIP-CITY-TYPE, :ZIP-LOAD-DATE)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       GO TO 2200-STORE-ZIP-ERROR
                   END-IF
                   ADD 1 TO WS-ROWS-INSERTED
               WHEN OTHER
                   GO TO 2200-STORE-ZIP-ERROR
           END-EVALUATE

           ADD 1 TO WS-COMMIT-PENDING
           IF WS-COMMIT-PENDING >= WS-COMMIT-EVERY
               EXEC SQL COMMIT END-EXEC
               MOVE ZEROS TO WS-COMMIT-PENDING
           END-IF
           GO TO 2200-STORE-ZIP-ROW-EXIT
           .
      * A failed write ends the load; the rows since the last
      * commit go back and the purge of old rows is not run.
       2200-STORE-ZIP-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR STORING ZIPREF ' ZIP-CODE ' '
                   ZIP-CITY-NAME(1:28) ' - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           MOVE ZEROS TO WS-COMMIT-PENDING
           ADD 1 TO WS-LOAD-ERRORS
           SET ZIP-FILE-EOF TO TRUE
           .
       2200-STORE-ZIP-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * Rows not refreshed by this load are no longer on the postal
      * file - they go only when the whole file loaded cleanly, so
      * a short or broken file cannot empty the table.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF WS-ZIP-FILE-STATUS NOT = '00'
           AND WS-ZIP-FILE-STATUS NOT = '10'
               CONTINUE
           ELSE
               CLOSE ZIP-FILE
           END-IF

           IF WS-COMMIT-PENDING > 0
               EXEC SQL COMMIT END-EXEC
               MOVE ZEROS TO WS-COMMIT-PENDING
           END-IF

           IF WS-LOAD-ERRORS = 0
           AND (WS-ROWS-INSERTED + WS-ROWS-REFRESHED) > 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ROWS-REMOVED
                   FROM ZIPREF
                   WHERE ZIP_LOAD_DATE < :WS-BIZDT-DATE
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       DELETE FROM ZIPREF
                       WHERE ZIP_LOAD_DATE < :WS-BIZDT-DATE
                   END-EXEC
               END-IF
               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
                   MOVE HOST-ROWS-REMOVED TO WS-ROWS-REMOVED
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR REMOVING RETIRED ZIPREF ROWS - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-LOAD-ERRORS
               END-IF
           ELSE
               DISPLAY 'LOAD INCOMPLETE - RETIRED ROWS NOT REMOVED'
           END-IF

           DISPLAY 'POSTAL RECORDS READ.....: ' WS-RECS-READ
           DISPLAY 'ZIP ROWS ADDED..........: ' WS-ROWS-INSERTED
           DISPLAY 'ZIP ROWS REFRESHED......: ' WS-ROWS-REFRESHED
           DISPLAY 'NOT-ACCEPTABLE SKIPPED..: ' WS-RECS-SKIPPED
           DISPLAY 'RECORDS REJECTED........: ' WS-RECS-REJECTED
           DISPLAY 'RETIRED ROWS REMOVED....: ' WS-ROWS-REMOVED
           DISPLAY 'LOAD ERRORS.............: ' WS-LOAD-ERRORS

           EVALUATE TRUE
               WHEN WS-LOAD-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECS-REJECTED > 0
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
