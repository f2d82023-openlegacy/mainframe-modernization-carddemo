      *****************************************************************
      * Program     : CBMFT02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Outbound file SLA exception report, run each
      *               morning after the partners' acknowledgments have
      *               been posted (CBMFT01A). Lists from the outbound
      *               file manifest (FILEMFST):
      *               - every file still unacknowledged past the
      *                 partner's SLA (FILEPRTN);
      *               - every file a partner rejected that has not yet
      *                 been resent, and every file accepted in the
      *                 last day with a count or total the partner
      *                 does not agree with;
      *               - every daily file the partner expects that was
      *                 not produced for the business date.
      *               Ends RC 4 when there is anything to chase, so
      *               the scheduler raises it to operations.
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
      * 2026-10-15 - New batch job: morning outbound file SLA
      *              exception report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMFT02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MFT-RPT-FILE ASSIGN TO MFTEXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD MFT-RPT-FILE
           RECORDING MODE IS F.
       01 MFT-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBMFT02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-FILES-OVERDUE            PIC 9(07) VALUE ZEROS.
         05 WS-FILES-REJECTED           PIC 9(07) VALUE ZEROS.
         05 WS-FILES-DISCREPANT         PIC 9(07) VALUE ZEROS.
         05 WS-FILES-MISSING            PIC 9(07) VALUE ZEROS.
         05 WS-RPT-ERRORS               PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-SECTION-TITLE            PIC X(60).

       01 WS-OVD-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 OVD-CURSOR-EOF                        VALUE 'Y'.
         88 OVD-CURSOR-NOT-EOF                    VALUE 'N'.
       01 WS-REJ-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 REJ-CURSOR-EOF                        VALUE 'Y'.
         88 REJ-CURSOR-NOT-EOF                    VALUE 'N'.
       01 WS-MIS-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 MIS-CURSOR-EOF                        VALUE 'Y'.
         88 MIS-CURSOR-NOT-EOF                    VALUE 'N'.

      * File exception line
       01 WS-RPT-DETAIL.
         05 RPT-FILE-NAME               PIC X(08).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-SEQ-NUM                 PIC Z(08)9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-PARTNER-ID              PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-BUS-DATE                PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-JOB-NAME                PIC X(08).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-DETAIL                  PIC X(77).

       01 WS-RPT-HEAD.
         05 FILLER                      PIC X(10)
                                        VALUE 'FILE'.
         05 FILLER                      PIC X(11)
                                        VALUE '      SEQ'.
         05 FILLER                      PIC X(12)
                                        VALUE 'PARTNER'.
         05 FILLER                      PIC X(12)
                                        VALUE 'BUS DATE'.
         05 FILLER                      PIC X(10)
                                        VALUE 'JOB'.
         05 FILLER                      PIC X(77)
                                        VALUE 'DETAIL'.

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

       COPY CVMFT01Y.

       COPY CVMFT02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBMFT02A - OUTBOUND FILE SLA EXCEPTIONS STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBMFT02A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBMFT01A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-OVERDUE
                   UNTIL OVD-CURSOR-EOF
           PERFORM 3000-START-REJECTED
           PERFORM 3100-REPORT-REJECTED
                   UNTIL REJ-CURSOR-EOF
           PERFORM 4000-START-MISSING
           PERFORM 4100-REPORT-MISSING
                   UNTIL MIS-CURSOR-EOF
           PERFORM 5000-FINALIZE
           MOVE 'CBMFT02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ = WS-FILES-OVERDUE
                                     + WS-FILES-REJECTED
                                     + WS-FILES-DISCREPANT
                                     + WS-FILES-MISSING
           MOVE ZEROS TO WS-RTOT-RECS-POSTED
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBMFT02A - OUTBOUND FILE SLA EXCEPTIONS ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET OVD-CURSOR-NOT-EOF TO TRUE
           SET REJ-CURSOR-NOT-EOF TO TRUE
           SET MIS-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT MFT-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MFT-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-RPT-ERRORS
               SET OVD-CURSOR-EOF TO TRUE
               SET REJ-CURSOR-EOF TO TRUE
               SET MIS-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO MFT-RPT-LINE
               MOVE 'OUTBOUND FILE SLA EXCEPTIONS' TO MFT-RPT-LINE
               WRITE MFT-RPT-LINE
               MOVE SPACES TO MFT-RPT-LINE
               STRING 'FOR BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZDT-DATE DELIMITED BY SIZE
                 INTO MFT-RPT-LINE
               WRITE MFT-RPT-LINE
               MOVE 'FILES NOT ACKNOWLEDGED WITHIN THE PARTNER SLA'
                 TO WS-SECTION-TITLE
               PERFORM 9000-WRITE-SECTION-HEAD
           END-IF

           EXEC SQL
               DECLARE CUR-MFT-OVERDUE CURSOR FOR
               SELECT MFT_FILE_NAME, MFT_SEQ_NUM, MFT_PARTNER_ID,
                      MFT_BUS_DATE, MFT_JOB_NAME, MFT_SENT_TS,
                      MFT_ACK_DUE_TS
               FROM FILEMFST
               WHERE MFT_STATUS = 'S'
               AND   MFT_ACK_DUE_TS < CURRENT TIMESTAMP
               ORDER BY MFT_ACK_DUE_TS, MFT_FILE_NAME
           END-EXEC

           IF OVD-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-MFT-OVERDUE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-MFT-OVERDUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET OVD-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-REPORT-OVERDUE
      *----------------------------------------------------------------*
       2000-REPORT-OVERDUE.

           EXEC SQL
               FETCH CUR-MFT-OVERDUE
               INTO :MFT-FILE-NAME, :MFT-SEQ-NUM, :MFT-PARTNER-ID,
                    :MFT-BUS-DATE, :MFT-JOB-NAME, :MFT-SENT-TS,
                    :MFT-ACK-DUE-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FILES-OVERDUE
                   MOVE SPACES TO RPT-DETAIL
                   STRING 'SENT ' MFT-SENT-TS(1:16)
                          '  ACK DUE ' MFT-ACK-DUE-TS(1:16)
                          DELIMITED BY SIZE
                     INTO RPT-DETAIL
                   PERFORM 9100-WRITE-DETAIL
               WHEN 100
                   SET OVD-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-MFT-OVERDUE
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MFT-OVERDUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET OVD-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3000-START-REJECTED
      * A rejected file stays on the report until it is resent (the
      * rerun puts it back to Sent); a discrepancy is reported on the
      * morning after the partner's acknowledgment came in.
      *----------------------------------------------------------------*
       3000-START-REJECTED.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE 'FILES REJECTED OR ACCEPTED WITH A DISCREPANCY'
                 TO WS-SECTION-TITLE
               PERFORM 9000-WRITE-SECTION-HEAD
           END-IF

           EXEC SQL
               DECLARE CUR-MFT-REJECTED CURSOR FOR
               SELECT MFT_FILE_NAME, MFT_SEQ_NUM, MFT_PARTNER_ID,
                      MFT_BUS_DATE, MFT_JOB_NAME, MFT_STATUS,
                      MFT_REJECT_REASON
               FROM FILEMFST
               WHERE MFT_STATUS = 'R'
               OR   (MFT_STATUS = 'D'
                     AND MFT_ACK_TS >= CURRENT TIMESTAMP - 1 DAY)
               ORDER BY MFT_STATUS DESC, MFT_BUS_DATE, MFT_FILE_NAME
           END-EXEC

           IF REJ-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-MFT-REJECTED
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-MFT-REJECTED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET REJ-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      3100-REPORT-REJECTED
      *----------------------------------------------------------------*
       3100-REPORT-REJECTED.

           EXEC SQL
               FETCH CUR-MFT-REJECTED
               INTO :MFT-FILE-NAME, :MFT-SEQ-NUM, :MFT-PARTNER-ID,
                    :MFT-BUS-DATE, :MFT-JOB-NAME, :MFT-STATUS,
                    :MFT-REJECT-REASON
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO RPT-DETAIL
                   IF MFT-REJECTED
                       ADD 1 TO WS-FILES-REJECTED
                       STRING 'REJECTED - ' MFT-REJECT-REASON
                              DELIMITED BY SIZE
                         INTO RPT-DETAIL
                   ELSE
                       ADD 1 TO WS-FILES-DISCREPANT
                       STRING 'DISCREPANCY - ' MFT-REJECT-REASON
                              DELIMITED BY SIZE
                         INTO RPT-DETAIL
                   END-IF
                   PERFORM 9100-WRITE-DETAIL
               WHEN 100
                   SET REJ-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-MFT-REJECTED
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MFT-REJECTED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET REJ-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      4000-START-MISSING
      * A daily file the partner expects with nothing registered for
      * the business date was never produced (or never reached the
      * manifest) - either way the partner has not had it.
      *----------------------------------------------------------------*
       4000-START-MISSING.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE 'DAILY FILES NOT PRODUCED FOR THE BUSINESS DATE'
                 TO WS-SECTION-TITLE
               PERFORM 9000-WRITE-SECTION-HEAD
           END-IF

           EXEC SQL
               DECLARE CUR-MFT-MISSING CURSOR FOR
               SELECT P.MFP_FILE_NAME, P.MFP_JOB_NAME,
                      P.MFP_PARTNER_ID, P.MFP_FILE_DESC
               FROM FILEPRTN P
               WHERE P.MFP_FREQUENCY   = 'D'
               AND   P.MFP_ACTIVE_FLAG = 'Y'
               AND   NOT EXISTS
                     (SELECT 1
                      FROM FILEMFST M
                      WHERE M.MFT_FILE_NAME = P.MFP_FILE_NAME
                      AND   M.MFT_BUS_DATE  = :WS-BIZDT-DATE)
               ORDER BY P.MFP_FILE_NAME
           END-EXEC

           IF MIS-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-MFT-MISSING
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-MFT-MISSING - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET MIS-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      4100-REPORT-MISSING
      *----------------------------------------------------------------*
       4100-REPORT-MISSING.

           EXEC SQL
               FETCH CUR-MFT-MISSING
               INTO :MFP-FILE-NAME, :MFP-JOB-NAME,
                    :MFP-PARTNER-ID, :MFP-FILE-DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FILES-MISSING
                   MOVE MFP-FILE-NAME  TO MFT-FILE-NAME
                   MOVE ZEROS          TO MFT-SEQ-NUM
                   MOVE MFP-PARTNER-ID TO MFT-PARTNER-ID
                   MOVE WS-BIZDT-DATE  TO MFT-BUS-DATE
                   MOVE MFP-JOB-NAME   TO MFT-JOB-NAME
                   MOVE SPACES TO RPT-DETAIL
                   STRING 'NOT PRODUCED - ' MFP-FILE-DESC
                          DELIMITED BY SIZE
                     INTO RPT-DETAIL
                   PERFORM 9100-WRITE-DETAIL
               WHEN 100
                   SET MIS-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-MFT-MISSING
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MFT-MISSING - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET MIS-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
       5000-FINALIZE.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO MFT-RPT-LINE
               WRITE MFT-RPT-LINE

               MOVE WS-FILES-OVERDUE TO WS-CNT-EDIT
               MOVE SPACES TO MFT-RPT-LINE
               STRING 'FILES PAST ACKNOWLEDGMENT SLA: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO MFT-RPT-LINE
               WRITE MFT-RPT-LINE

               MOVE WS-FILES-REJECTED TO WS-CNT-EDIT
               MOVE SPACES TO MFT-RPT-LINE
               STRING 'FILES REJECTED, NOT RESENT...: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO MFT-RPT-LINE
               WRITE MFT-RPT-LINE

               MOVE WS-FILES-DISCREPANT TO WS-CNT-EDIT
               MOVE SPACES TO MFT-RPT-LINE
               STRING 'FILES WITH A DISCREPANCY.....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO MFT-RPT-LINE
               WRITE MFT-RPT-LINE

               MOVE WS-FILES-MISSING TO WS-CNT-EDIT
               MOVE SPACES TO MFT-RPT-LINE
               STRING 'DAILY FILES NOT PRODUCED.....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO MFT-RPT-LINE
               WRITE MFT-RPT-LINE

               CLOSE MFT-RPT-FILE
           END-IF

           DISPLAY 'FILES PAST SLA.........: ' WS-FILES-OVERDUE
           DISPLAY 'FILES REJECTED.........: ' WS-FILES-REJECTED
           DISPLAY 'FILES DISCREPANT.......: ' WS-FILES-DISCREPANT
           DISPLAY 'DAILY FILES MISSING....: ' WS-FILES-MISSING
           DISPLAY 'PROCESSING ERRORS......: ' WS-RPT-ERRORS

           IF WS-RPT-ERRORS > 0
           OR WS-FILES-OVERDUE > 0
           OR WS-FILES-REJECTED > 0
           OR WS-FILES-DISCREPANT > 0
           OR WS-FILES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      9000-WRITE-SECTION-HEAD
      *----------------------------------------------------------------*
       9000-WRITE-SECTION-HEAD.

           MOVE SPACES TO MFT-RPT-LINE
           WRITE MFT-RPT-LINE
           MOVE WS-SECTION-TITLE TO MFT-RPT-LINE
           WRITE MFT-RPT-LINE
           MOVE WS-RPT-HEAD TO MFT-RPT-LINE
           WRITE MFT-RPT-LINE.

      *----------------------------------------------------------------*
      *                      9100-WRITE-DETAIL
      * Set RPT-DETAIL and the manifest fields before the PERFORM.
      *----------------------------------------------------------------*
       9100-WRITE-DETAIL.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE MFT-FILE-NAME  TO RPT-FILE-NAME
               MOVE MFT-SEQ-NUM    TO RPT-SEQ-NUM
               MOVE MFT-PARTNER-ID TO RPT-PARTNER-ID
               MOVE MFT-BUS-DATE   TO RPT-BUS-DATE
               MOVE MFT-JOB-NAME   TO RPT-JOB-NAME
               MOVE WS-RPT-DETAIL  TO MFT-RPT-LINE
               WRITE MFT-RPT-LINE
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
