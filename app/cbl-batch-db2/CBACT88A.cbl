      *****************************************************************
      * Program     : CBACT88A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Collection agency recall - pulls placed
      *               charged-off accounts back from the agencies
      *               holding them when they may no longer be
      *               worked: a bankruptcy filing (automatic stay or
      *               discharge), a deceased customer, an open
      *               dispute on the account, a recovery the debtor
      *               has paid off with us directly, or the end of
      *               the agency's placement period. Each placement
      *               is marked Recalled with its reason, and the
      *               recall file tells every agency which accounts
      *               to stop working. An account recalled at the
      *               end of its period is free for the next tier's
      *               placement by CBACT87A, which runs after this.
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
      * 2026-10-15 - New batch job: collection agency recall with
      *              outbound recall file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT88A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-RECALL-FILE ASSIGN TO AGYRECAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD AGY-RECALL-FILE
           RECORDING MODE IS F.
       01 AGY-RECALL-RECORD               PIC X(100).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT88A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RCL-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-JOB-TOTALS.
         05 WS-PLACEMENTS-READ          PIC 9(07) VALUE ZEROS.
         05 WS-RECALLED-BANKRUPTCY      PIC 9(07) VALUE ZEROS.
         05 WS-RECALLED-DECEASED        PIC 9(07) VALUE ZEROS.
         05 WS-RECALLED-DISPUTE         PIC 9(07) VALUE ZEROS.
         05 WS-RECALLED-PAID            PIC 9(07) VALUE ZEROS.
         05 WS-RECALLED-EXPIRED         PIC 9(07) VALUE ZEROS.
         05 WS-RECALLS-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-RECALL-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-RECALLED-BAL       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * Recall file - '0' header, 'D' one per placement recalled
      * today, '9' trailer. One file for all agencies; each detail
      * names the agency that must stop working the account.
       01 WS-RCL-HEADER.
         05 WS-RCLH-REC-TYPE            PIC X(01) VALUE '0'.
         05 WS-RCLH-FILE-ID             PIC X(08) VALUE 'AGYRECAL'.
         05 WS-RCLH-RECALL-DATE         PIC X(10).
         05 FILLER                      PIC X(81) VALUE SPACES.

       01 WS-RCL-DETAIL.
         05 WS-RCLD-REC-TYPE            PIC X(01) VALUE 'D'.
         05 WS-RCLD-AGY-ID              PIC X(08).
         05 WS-RCLD-PLACEMENT-ID        PIC 9(18).
         05 WS-RCLD-ACCT-ID             PIC 9(11).
         05 WS-RCLD-REASON-CD           PIC X(01).
         05 WS-RCLD-REASON-DESC         PIC X(20).
         05 WS-RCLD-RECALL-DATE         PIC X(10).
         05 WS-RCLD-PLACED-BAL          PIC 9(10).99.
         05 WS-RCLD-COLLECTED-AMT       PIC 9(10).99.
         05 FILLER                      PIC X(05) VALUE SPACES.

       01 WS-RCL-TRAILER.
         05 WS-RCLT-REC-TYPE            PIC X(01) VALUE '9'.
         05 WS-RCLT-RECORD-COUNT        PIC 9(09).
         05 WS-RCLT-TOTAL-PLACED-BAL    PIC 9(13).99.
         05 FILLER                      PIC X(74) VALUE SPACES.

       01 WS-PLACE-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 PLACE-CURSOR-EOF                       VALUE 'Y'.
         88 PLACE-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-RECALL-EOF-FLAG            PIC X(01) VALUE 'N'.
         88 RECALL-CURSOR-EOF                      VALUE 'Y'.
         88 RECALL-CURSOR-NOT-EOF                  VALUE 'N'.

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

       01 HOST-RECALL-ROW.
         05 HOST-PLACEMENT-ID           PIC S9(18) COMP-3.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-AGY-ID                 PIC X(08).
         05 HOST-RECALL-REASON          PIC X(01).
         05 HOST-PLACED-BAL             PIC S9(10)V99 COMP-3.
         05 HOST-COLLECTED-AMT          PIC S9(10)V99 COMP-3.

       COPY CVAGY02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT88A - COLLECTION AGENCY RECALL STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT88A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECALL-PLACEMENTS
                   UNTIL PLACE-CURSOR-EOF
           PERFORM 3000-WRITE-RECALL-FILE
           PERFORM 6000-FINALIZE
           MOVE 'CBACT88A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-PLACEMENTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-RECALLS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-RECALL-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-RECALLED-BAL TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT88A - COLLECTION AGENCY RECALL ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Each placement still out is tested against the recall rules
      * in order of precedence - the legal holds (bankruptcy,
      * deceased, dispute) before the commercial ones - and only
      * those with a reason come back from the cursor.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-PLACEMENTS-READ
           MOVE ZEROS TO WS-RECALLS-WRITTEN
           MOVE ZEROS TO WS-RECALL-ERRORS
           MOVE ZEROS TO WS-TOTAL-RECALLED-BAL
           SET PLACE-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-RCL-PLACE CURSOR WITH HOLD FOR
               SELECT Q.PLC_PLACEMENT_ID, Q.PLC_ACCT_ID,
                      Q.PLC_AGY_ID, Q.RECALL_REASON
               FROM
                 (SELECT P.PLC_PLACEMENT_ID, P.PLC_ACCT_ID,
                         P.PLC_AGY_ID,
                         CASE
                           WHEN EXISTS
                             (SELECT 1 FROM BANKRPT B
                              WHERE B.BKR_ACCT_ID = P.PLC_ACCT_ID
                              AND   B.BKR_STATUS IN ('F', 'D', 'C'))
                             THEN 'B'
                           WHEN EXISTS
                             (SELECT 1 FROM CXACAIX X, CUSTDAT C
                              WHERE X.XREF_ACCT_ID = P.PLC_ACCT_ID
                              AND   C.CUST_ID = X.XREF_CUST_ID
                              AND   COALESCE(C.CUST_DATE_OF_DEATH,
                                             ' ') <> ' ')
                             THEN 'D'
                           WHEN EXISTS
                             (SELECT 1 FROM DISPUTES D
                              WHERE D.DSP_ACCT_ID = P.PLC_ACCT_ID
                              AND   D.DSP_STATUS = 'O')
                             THEN 'S'
                           WHEN EXISTS
                             (SELECT 1 FROM RECOVERY R
                              WHERE R.RCV_ACCT_ID = P.PLC_ACCT_ID
                              AND   R.RCV_STATUS <> 'O')
                             THEN 'P'
                           WHEN P.PLC_EXPIRY_DATE <= :WS-BIZDT-DATE
                             THEN 'E'
                           ELSE ' '
                         END AS RECALL_REASON
                  FROM AGYPLACE P
                  WHERE P.PLC_STATUS = 'P') Q
               WHERE Q.RECALL_REASON <> ' '
               ORDER BY Q.PLC_AGY_ID, Q.PLC_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-RCL-PLACE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-RCL-PLACE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET PLACE-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RECALL-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-RECALL-PLACEMENTS
      *----------------------------------------------------------------*
       2000-RECALL-PLACEMENTS.

           EXEC SQL
               FETCH CUR-RCL-PLACE
               INTO :HOST-PLACEMENT-ID, :HOST-ACCT-ID,
                    :HOST-AGY-ID, :HOST-RECALL-REASON
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PLACEMENTS-READ
                   PERFORM 2100-RECALL-ONE-PLACEMENT
               WHEN 100
                   SET PLACE-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-RCL-PLACE
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-RCL-PLACE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RECALL-ERRORS
                   SET PLACE-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2100-RECALL-ONE-PLACEMENT
      * Each recall commits on its own, so a rerun after a failure
      * picks up only what is still out; the file is built from the
      * day's recalled rows afterwards and so is always complete.
      *----------------------------------------------------------------*
       2100-RECALL-ONE-PLACEMENT.

           EXEC SQL
               UPDATE AGYPLACE
               SET PLC_STATUS = 'R',
                   PLC_RECALL_REASON = :HOST-RECALL-REASON,
                   PLC_RECALL_DATE = :WS-BIZDT-DATE,
                   PLC_UPDATE_TS = CURRENT TIMESTAMP
               WHERE PLC_PLACEMENT_ID = :HOST-PLACEMENT-ID
               AND   PLC_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   EVALUATE HOST-RECALL-REASON
                       WHEN 'B'
                           ADD 1 TO WS-RECALLED-BANKRUPTCY
                       WHEN 'D'
                           ADD 1 TO WS-RECALLED-DECEASED
                       WHEN 'S'
                           ADD 1 TO WS-RECALLED-DISPUTE
                       WHEN 'P'
                           ADD 1 TO WS-RECALLED-PAID
                       WHEN OTHER
                           ADD 1 TO WS-RECALLED-EXPIRED
                   END-EVALUATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR RECALLING PLACEMENT '
                           HOST-PLACEMENT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-RECALL-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3000-WRITE-RECALL-FILE
      * Every placement recalled on the business date, whichever run
      * of the job recalled it.
      *----------------------------------------------------------------*
       3000-WRITE-RECALL-FILE.

           OPEN OUTPUT AGY-RECALL-FILE
           IF WS-RCL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGY-RECALL-FILE - STATUS: '
                       WS-RCL-FILE-STATUS
               ADD 1 TO WS-RECALL-ERRORS
           ELSE
               MOVE WS-BIZDT-DATE TO WS-RCLH-RECALL-DATE
               MOVE WS-RCL-HEADER TO AGY-RECALL-RECORD
               WRITE AGY-RECALL-RECORD
               PERFORM 3100-EXTRACT-RECALLS
               MOVE SPACES TO WS-RCL-TRAILER
               MOVE '9' TO WS-RCLT-REC-TYPE
               MOVE WS-RECALLS-WRITTEN TO WS-RCLT-RECORD-COUNT
               MOVE WS-TOTAL-RECALLED-BAL TO WS-RCLT-TOTAL-PLACED-BAL
               MOVE WS-RCL-TRAILER TO AGY-RECALL-RECORD
               WRITE AGY-RECALL-RECORD
               CLOSE AGY-RECALL-FILE
           END-IF.

      *----------------------------------------------------------------*
      *                   3100-EXTRACT-RECALLS
      *----------------------------------------------------------------*
       3100-EXTRACT-RECALLS.

           SET RECALL-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-RCL-FILE CURSOR FOR
               SELECT PLC_PLACEMENT_ID, PLC_ACCT_ID, PLC_AGY_ID,
                      PLC_RECALL_REASON, PLC_PLACED_BAL,
                      PLC_COLLECTED_AMT
               FROM AGYPLACE
               WHERE PLC_STATUS = 'R'
               AND   PLC_RECALL_DATE = :WS-BIZDT-DATE
               ORDER BY PLC_AGY_ID, PLC_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-RCL-FILE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-RCL-FILE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-RECALL-ERRORS
               SET RECALL-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3110-WRITE-ONE-RECALL
                   UNTIL RECALL-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RCL-FILE
           END-EXEC.

      *----------------------------------------------------------------*
      *                   3110-WRITE-ONE-RECALL
      *----------------------------------------------------------------*
       3110-WRITE-ONE-RECALL.

           EXEC SQL
               FETCH CUR-RCL-FILE
               INTO :HOST-PLACEMENT-ID, :HOST-ACCT-ID, :HOST-AGY-ID,
                    :HOST-RECALL-REASON, :HOST-PLACED-BAL,
                    :HOST-COLLECTED-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO WS-RCL-DETAIL
                   MOVE 'D' TO WS-RCLD-REC-TYPE
                   MOVE HOST-AGY-ID TO WS-RCLD-AGY-ID
                   MOVE HOST-PLACEMENT-ID TO WS-RCLD-PLACEMENT-ID
                   MOVE HOST-ACCT-ID TO WS-RCLD-ACCT-ID
                   MOVE HOST-RECALL-REASON TO WS-RCLD-REASON-CD
                   MOVE HOST-RECALL-REASON TO PLC-RECALL-REASON
                   EVALUATE TRUE
                       WHEN PLC-RECALL-BANKRUPTCY
                           MOVE 'BANKRUPTCY' TO WS-RCLD-REASON-DESC
                       WHEN PLC-RECALL-DECEASED
                           MOVE 'DECEASED' TO WS-RCLD-REASON-DESC
                       WHEN PLC-RECALL-DISPUTE
                           MOVE 'DISPUTE' TO WS-RCLD-REASON-DESC
                       WHEN PLC-RECALL-PAID-DIRECT
                           MOVE 'PAID DIRECT' TO WS-RCLD-REASON-DESC
                       WHEN OTHER
                           MOVE 'PLACEMENT ENDED'
                             TO WS-RCLD-REASON-DESC
                   END-EVALUATE
                   MOVE WS-BIZDT-DATE TO WS-RCLD-RECALL-DATE
                   MOVE HOST-PLACED-BAL TO WS-RCLD-PLACED-BAL
                   MOVE HOST-COLLECTED-AMT TO WS-RCLD-COLLECTED-AMT
                   MOVE WS-RCL-DETAIL TO AGY-RECALL-RECORD
                   WRITE AGY-RECALL-RECORD
                   ADD 1 TO WS-RECALLS-WRITTEN
                   ADD HOST-PLACED-BAL TO WS-TOTAL-RECALLED-BAL
               WHEN 100
                   SET RECALL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-RCL-FILE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RECALL-ERRORS
                   SET RECALL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           DISPLAY 'PLACEMENTS DUE RECALL..: ' WS-PLACEMENTS-READ
           DISPLAY '  BANKRUPTCY...........: ' WS-RECALLED-BANKRUPTCY
           DISPLAY '  DECEASED.............: ' WS-RECALLED-DECEASED
           DISPLAY '  OPEN DISPUTE.........: ' WS-RECALLED-DISPUTE
           DISPLAY '  PAID DIRECT..........: ' WS-RECALLED-PAID
           DISPLAY '  PLACEMENT ENDED......: ' WS-RECALLED-EXPIRED
           DISPLAY 'RECALLS ON FILE TODAY..: ' WS-RECALLS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-RECALL-ERRORS

           IF WS-RECALL-ERRORS > 0
               MOVE 8 TO RETURN-CODE
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
