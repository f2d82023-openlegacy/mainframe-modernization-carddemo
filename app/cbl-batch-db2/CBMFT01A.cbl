      *****************************************************************
      * Program     : CBMFT01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Outbound file acknowledgment processing. Reads
      *               the acknowledgments and rejections returned by
      *               the partners we send files to (ACKFILE) and
      *               matches each to its file on the outbound file
      *               manifest (FILEMFST) by file name and sequence
      *               number. An acceptance marks the file Accepted -
      *               or Discrepancy, when the partner's record count
      *               or control total does not agree with ours; a
      *               rejection marks it Rejected with the partner's
      *               reason. Every rejection, discrepancy, unmatched
      *               and duplicate acknowledgment is listed on the
      *               report (ACKRPT) for operations to follow up.
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
      * 2026-10-15 - New batch job: outbound file acknowledgment and
      *              rejection processing against the file manifest
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMFT01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT ACK-RPT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ACK-FILE
           RECORDING MODE IS F.
      * One acknowledgment per file received by a partner, quoting
      * the file name and sequence number we registered it under.
      * Status A accepted, R rejected; the count and total are the
      * partner's own, for comparison with ours.
       01 ACK-FILE-RECORD.
          05 ACK-FILE-NAME              PIC X(08).
          05 ACK-PARTNER-ID             PIC X(10).
          05 ACK-BUS-DATE               PIC X(10).
          05 ACK-SEQ-NUM                PIC 9(09).
          05 ACK-STATUS                 PIC X(01).
          05 ACK-RECORD-COUNT           PIC 9(09).
          05 ACK-CONTROL-TOTAL          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
          05 ACK-REJECT-REASON          PIC X(50).
          05 FILLER                     PIC X(07).

       FD ACK-RPT-FILE
           RECORDING MODE IS F.
       01 ACK-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBMFT01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-ACK-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ACKS-READ                PIC 9(07) VALUE ZEROS.
         05 WS-FILES-ACCEPTED           PIC 9(07) VALUE ZEROS.
         05 WS-FILES-DISCREPANT         PIC 9(07) VALUE ZEROS.
         05 WS-FILES-REJECTED           PIC 9(07) VALUE ZEROS.
         05 WS-ACKS-UNMATCHED           PIC 9(07) VALUE ZEROS.
         05 WS-ACKS-DUPLICATE           PIC 9(07) VALUE ZEROS.
         05 WS-ACKS-INVALID             PIC 9(07) VALUE ZEROS.
         05 WS-ACK-ERRORS               PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-NEW-STATUS               PIC X(01).
         05 WS-PROBLEM                  PIC X(33).

       01 WS-ACK-EOF-FLAG               PIC X(01) VALUE 'N'.
         88 ACK-FILE-EOF                          VALUE 'Y'.
         88 ACK-FILE-NOT-EOF                      VALUE 'N'.

      * Acknowledgment exception line
       01 WS-RPT-DETAIL.
         05 RPT-FILE-NAME               PIC X(08).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-SEQ-NUM                 PIC Z(08)9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-PARTNER-ID              PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-BUS-DATE                PIC X(10).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-PROBLEM                 PIC X(33).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 RPT-DETAIL                  PIC X(53).

       01 WS-RPT-HEAD.
         05 FILLER                      PIC X(10)
                                        VALUE 'FILE'.
         05 FILLER                      PIC X(11)
                                        VALUE '      SEQ'.
         05 FILLER                      PIC X(12)
                                        VALUE 'PARTNER'.
         05 FILLER                      PIC X(12)
                                        VALUE 'BUS DATE'.
         05 FILLER                      PIC X(34)
                                        VALUE 'PROBLEM'.
         05 FILLER                      PIC X(53)
                                        VALUE 'DETAIL'.

      * Ours against theirs, for a discrepancy
       01 WS-RPT-COMPARE.
         05 FILLER                      PIC X(05) VALUE 'SENT '.
         05 RPT-CMP-OUR-COUNT           PIC Z(06)9.
         05 FILLER                      PIC X(01) VALUE '/'.
         05 RPT-CMP-OUR-TOTAL           PIC -(09)9.99.
         05 FILLER                      PIC X(05) VALUE ' GOT '.
         05 RPT-CMP-ACK-COUNT           PIC Z(06)9.
         05 FILLER                      PIC X(01) VALUE '/'.
         05 RPT-CMP-ACK-TOTAL           PIC -(09)9.99.

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

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBMFT01A - FILE ACKNOWLEDGMENT PROCESSING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBMFT01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACK
                   UNTIL ACK-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBMFT01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACKS-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-FILES-ACCEPTED
                                       + WS-FILES-DISCREPANT
                                       + WS-FILES-REJECTED
           COMPUTE WS-RTOT-RECS-REJECTED = WS-ACKS-UNMATCHED
                                         + WS-ACKS-DUPLICATE
                                         + WS-ACKS-INVALID
                                         + WS-ACK-ERRORS
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
      * A run that could not post every acknowledgment stays open
      * for the rerun - those already posted come back as duplicates.
           IF WS-ACK-ERRORS = 0
               PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           END-IF
           DISPLAY 'CBMFT01A - FILE ACKNOWLEDGMENT PROCESSING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET ACK-FILE-NOT-EOF TO TRUE

           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-FILE - STATUS: '
                       WS-ACK-FILE-STATUS
               ADD 1 TO WS-ACK-ERRORS
               SET ACK-FILE-EOF TO TRUE
           END-IF

           OPEN OUTPUT ACK-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ACK-ERRORS
               SET ACK-FILE-EOF TO TRUE
           ELSE
               MOVE SPACES TO ACK-RPT-LINE
               MOVE 'OUTBOUND FILE ACKNOWLEDGMENT EXCEPTIONS'
                 TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
               MOVE SPACES TO ACK-RPT-LINE
               STRING 'FOR BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZDT-DATE DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
               MOVE SPACES TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
               MOVE WS-RPT-HEAD TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-ACK
      *----------------------------------------------------------------*
       2000-PROCESS-ACK.

           READ ACK-FILE
               AT END
                   SET ACK-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACKS-READ
                   PERFORM 2100-APPLY-ACK
                      THRU 2100-APPLY-ACK-EXIT
           END-READ

           IF ACK-FILE-NOT-EOF
           AND WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING ACK-FILE - STATUS: '
                       WS-ACK-FILE-STATUS
               ADD 1 TO WS-ACK-ERRORS
               SET ACK-FILE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-APPLY-ACK
      * Match the acknowledgment to the manifest and post it. Only a
      * file still awaiting acknowledgment (Sent) takes one; anything
      * else is a duplicate, or an answer to a file since resent.
      *----------------------------------------------------------------*
       2100-APPLY-ACK.

           IF ACK-FILE-NAME = SPACES
           OR ACK-SEQ-NUM NOT NUMERIC
           OR (ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R')
           OR ACK-RECORD-COUNT NOT NUMERIC
           OR ACK-CONTROL-TOTAL NOT NUMERIC
               MOVE 'INVALID ACKNOWLEDGMENT RECORD' TO WS-PROBLEM
               MOVE ACK-FILE-RECORD(1:53) TO RPT-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
               ADD 1 TO WS-ACKS-INVALID
               GO TO 2100-APPLY-ACK-EXIT
           END-IF

           MOVE ACK-FILE-NAME TO MFT-FILE-NAME
           MOVE ACK-SEQ-NUM   TO MFT-SEQ-NUM

           EXEC SQL
               SELECT MFT_FILE_ID, MFT_PARTNER_ID, MFT_BUS_DATE,
                      MFT_RECORD_COUNT, MFT_CONTROL_TOTAL,
                      MFT_STATUS
               INTO :MFT-FILE-ID, :MFT-PARTNER-ID, :MFT-BUS-DATE,
                    :MFT-RECORD-COUNT, :MFT-CONTROL-TOTAL,
                    :MFT-STATUS
               FROM FILEMFST
               WHERE MFT_FILE_NAME = :MFT-FILE-NAME
               AND   MFT_SEQ_NUM   = :MFT-SEQ-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'NO SUCH FILE ON MANIFEST' TO WS-PROBLEM
                   MOVE SPACES TO RPT-DETAIL
                   PERFORM 2900-WRITE-EXCEPTION
                   ADD 1 TO WS-ACKS-UNMATCHED
                   GO TO 2100-APPLY-ACK-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING FILEMFST ' ACK-FILE-NAME
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACK-ERRORS
                   GO TO 2100-APPLY-ACK-EXIT
           END-EVALUATE

           IF MFT-PARTNER-ID NOT = ACK-PARTNER-ID
           AND MFT-PARTNER-ID NOT = 'UNKNOWN'
               MOVE 'FILE WAS SENT TO ANOTHER PARTNER' TO WS-PROBLEM
               MOVE SPACES TO RPT-DETAIL
               STRING 'SENT TO ' MFT-PARTNER-ID
                      DELIMITED BY SIZE
                 INTO RPT-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
               ADD 1 TO WS-ACKS-UNMATCHED
               GO TO 2100-APPLY-ACK-EXIT
           END-IF

           IF NOT MFT-SENT
               MOVE 'ALREADY ACKNOWLEDGED - IGNORED' TO WS-PROBLEM
               MOVE SPACES TO RPT-DETAIL
               STRING 'MANIFEST STATUS ' MFT-STATUS
                      DELIMITED BY SIZE
                 INTO RPT-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
               ADD 1 TO WS-ACKS-DUPLICATE
               GO TO 2100-APPLY-ACK-EXIT
           END-IF

           MOVE ACK-RECORD-COUNT  TO MFT-ACK-RECORD-COUNT
           MOVE ACK-CONTROL-TOTAL TO MFT-ACK-CONTROL-TOTAL
           MOVE SPACES TO MFT-REJECT-REASON
           EVALUATE TRUE
               WHEN ACK-STATUS = 'R'
                   MOVE 'R' TO WS-NEW-STATUS
                   MOVE ACK-REJECT-REASON TO MFT-REJECT-REASON
               WHEN MFT-ACK-RECORD-COUNT = MFT-RECORD-COUNT
               AND  MFT-ACK-CONTROL-TOTAL = MFT-CONTROL-TOTAL
                   MOVE 'A' TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE 'D' TO WS-NEW-STATUS
                   MOVE 'PARTNER COUNT OR TOTAL DOES NOT AGREE'
                     TO MFT-REJECT-REASON
           END-EVALUATE

           EXEC SQL
               UPDATE FILEMFST
               SET MFT_STATUS            = :WS-NEW-STATUS,
                   MFT_ACK_TS            = CURRENT TIMESTAMP,
                   MFT_ACK_RECORD_COUNT  = :MFT-ACK-RECORD-COUNT,
                   MFT_ACK_CONTROL_TOTAL = :MFT-ACK-CONTROL-TOTAL,
                   MFT_REJECT_REASON     = :MFT-REJECT-REASON
               WHERE MFT_FILE_ID = :MFT-FILE-ID
               AND   MFT_STATUS  = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING FILEMFST ' ACK-FILE-NAME
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACK-ERRORS
               GO TO 2100-APPLY-ACK-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC

           EVALUATE WS-NEW-STATUS
               WHEN 'A'
                   ADD 1 TO WS-FILES-ACCEPTED
               WHEN 'R'
                   MOVE 'REJECTED BY PARTNER - RESEND' TO WS-PROBLEM
                   MOVE ACK-REJECT-REASON TO RPT-DETAIL
                   PERFORM 2900-WRITE-EXCEPTION
                   ADD 1 TO WS-FILES-REJECTED
               WHEN OTHER
                   MOVE 'ACCEPTED - COUNT OR TOTAL DIFFERS'
                     TO WS-PROBLEM
                   MOVE MFT-RECORD-COUNT      TO RPT-CMP-OUR-COUNT
                   MOVE MFT-CONTROL-TOTAL     TO RPT-CMP-OUR-TOTAL
                   MOVE MFT-ACK-RECORD-COUNT  TO RPT-CMP-ACK-COUNT
                   MOVE MFT-ACK-CONTROL-TOTAL TO RPT-CMP-ACK-TOTAL
                   MOVE WS-RPT-COMPARE TO RPT-DETAIL
                   PERFORM 2900-WRITE-EXCEPTION
                   ADD 1 TO WS-FILES-DISCREPANT
           END-EVALUATE
           .
       2100-APPLY-ACK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2900-WRITE-EXCEPTION
      * Set WS-PROBLEM and RPT-DETAIL before the PERFORM.
      *----------------------------------------------------------------*
       2900-WRITE-EXCEPTION.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE ACK-FILE-NAME  TO RPT-FILE-NAME
               IF ACK-SEQ-NUM NUMERIC
                   MOVE ACK-SEQ-NUM TO RPT-SEQ-NUM
               ELSE
                   MOVE ZEROS TO RPT-SEQ-NUM
               END-IF
               MOVE ACK-PARTNER-ID TO RPT-PARTNER-ID
               MOVE ACK-BUS-DATE   TO RPT-BUS-DATE
               MOVE WS-PROBLEM     TO RPT-PROBLEM
               MOVE WS-RPT-DETAIL  TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF WS-ACK-FILE-STATUS = '00'
           OR WS-ACK-FILE-STATUS = '10'
               CLOSE ACK-FILE
           END-IF

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-ACKS-READ TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING 'ACKNOWLEDGMENTS READ.........: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-FILES-ACCEPTED TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  FILES ACCEPTED.............: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-FILES-DISCREPANT TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  ACCEPTED WITH DISCREPANCY..: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-FILES-REJECTED TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  FILES REJECTED.............: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-ACKS-UNMATCHED TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  UNMATCHED..................: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-ACKS-DUPLICATE TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  DUPLICATE..................: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               MOVE WS-ACKS-INVALID TO WS-CNT-EDIT
               MOVE SPACES TO ACK-RPT-LINE
               STRING '  INVALID....................: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE

               CLOSE ACK-RPT-FILE
           END-IF

           DISPLAY 'ACKNOWLEDGMENTS READ...: ' WS-ACKS-READ
           DISPLAY 'FILES ACCEPTED.........: ' WS-FILES-ACCEPTED
           DISPLAY 'ACCEPTED, DISCREPANT...: ' WS-FILES-DISCREPANT
           DISPLAY 'FILES REJECTED.........: ' WS-FILES-REJECTED
           DISPLAY 'UNMATCHED..............: ' WS-ACKS-UNMATCHED
           DISPLAY 'DUPLICATE..............: ' WS-ACKS-DUPLICATE
           DISPLAY 'INVALID................: ' WS-ACKS-INVALID
           DISPLAY 'PROCESSING ERRORS......: ' WS-ACK-ERRORS

           EVALUATE TRUE
               WHEN WS-ACK-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILES-REJECTED > 0
               OR   WS-FILES-DISCREPANT > 0
               OR   WS-ACKS-UNMATCHED > 0
               OR   WS-ACKS-INVALID > 0
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
