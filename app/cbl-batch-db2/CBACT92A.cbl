      *****************************************************************
      * Program     : CBACT92A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Card network fraud report return - applies the
      *               network's acknowledgment/reject file for the
      *               confirmed-fraud records CBACT91A sent. Each
      *               item names the case and transaction and is
      *               either Acknowledged or Rejected with the
      *               network's reason code; the FRAUDTRN row moves
      *               from Sent to that status with the date of the
      *               return. Items already applied by an earlier run
      *               are recognised and passed over, so a return can
      *               be rerun. Network rejects, items that match
      *               nothing we sent, and records sent more than
      *               WS-ACK-WAIT-DAYS ago that the network has still
      *               not answered are listed for the fraud desk.
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
      * 2026-10-15 - New batch job: card network fraud report
      *              acknowledgment/reject return
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT92A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRD-ACK-FILE ASSIGN TO FRDNETAK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT FRDARPT-FILE ASSIGN TO FRDARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FRD-ACK-FILE
           RECORDING MODE IS F.
       01 FRD-ACK-IN-RECORD.
      *   'HDR' opens the return with the network's processing date,
      *   'TRL' closes it with the item count; otherwise one item
      *   per record we sent.
          05 FAI-CASE-ID                PIC X(18).
          05 FAI-TRAN-ID                PIC X(16).
      *   'A' acknowledged, 'R' rejected
          05 FAI-ACK-STATUS             PIC X(01).
          05 FAI-REJECT-CD              PIC X(04).
          05 FILLER                     PIC X(41).

       FD FRDARPT-FILE
           RECORDING MODE IS F.
       01 FRDARPT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT92A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-ACK-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * The network answers within a few days; a record still
      * unanswered after this long is chased with the network.
       01 WS-CONSTANTS.
         05 WS-ACK-WAIT-DAYS            PIC 9(03) VALUE 10.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ITEMS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ACKNOWLEDGED      PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-NET-REJECTED      PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-PRIOR-RUN         PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-UNMATCHED         PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-UNANSWERED-COUNT        PIC 9(07) VALUE ZEROS.

      * Envelope - the network's own statement of what it returned
       01 WS-ENVELOPE-FIELDS.
         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-ACK-DATE        PIC X(10).
            10 FILLER                   PIC X(67).
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-ITEM-COUNT      PIC X(09).
            10 FILLER                   PIC X(68).
         05 WS-ENV-ACK-DATE             PIC X(10) VALUE SPACES.
         05 WS-ENV-STATED-COUNT         PIC 9(09) VALUE ZEROS.
         05 WS-ENV-ITEM-COUNT           PIC 9(09) VALUE ZEROS.
         05 WS-ENV-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88 ENV-OPEN                            VALUE 'Y'.
           88 ENV-NOT-OPEN                        VALUE 'N'.

       01 WS-WORK-FIELDS.
         05 WS-ITEM-SEQ                PIC 9(07) VALUE ZEROS.
         05 WS-CASE-ID-N               PIC 9(18) VALUE ZEROS.
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD           PIC 9(08).
         05 WS-REJECT-REASON           PIC X(04) VALUE SPACES.
         05 WS-ITEM-DISPOSITION        PIC X(16) VALUE SPACES.
         05 WS-OUT-LINE                PIC X(132).
         05 WS-SEQ-EDIT                PIC Z(06)9.
         05 WS-CNT-EDIT                PIC Z(08)9.
         05 WS-CNT-EDIT-2              PIC Z(08)9.

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 ACK-FILE-EOF                          VALUE 'Y'.
         88 ACK-FILE-NOT-EOF                      VALUE 'N'.

       01 WS-REJECT-FLAG               PIC X(01) VALUE 'N'.
         88 RECORD-REJECTED                       VALUE 'Y'.
         88 RECORD-NOT-REJECTED                   VALUE 'N'.

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

       01 HOST-PRIOR-STATUS            PIC X(01).
       01 HOST-CHASE-DATE              PIC X(10).
       01 HOST-UNANSWERED-COUNT        PIC S9(09) COMP.

       COPY CVFRC02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT92A - NETWORK FRAUD RETURN STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT92A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACK-FILE
                   UNTIL ACK-FILE-EOF
           PERFORM 2900-CHECK-UNANSWERED
           PERFORM 3000-FINALIZE
           MOVE 'CBACT92A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ITEMS-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-ITEMS-ACKNOWLEDGED + WS-ITEMS-NET-REJECTED
           MOVE WS-ITEMS-UNMATCHED TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT92A - NETWORK FRAUD RETURN ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ITEMS-READ
           MOVE ZEROS TO WS-ITEMS-ACKNOWLEDGED
           MOVE ZEROS TO WS-ITEMS-NET-REJECTED
           MOVE ZEROS TO WS-ITEMS-PRIOR-RUN
           MOVE ZEROS TO WS-ITEMS-UNMATCHED
           MOVE ZEROS TO WS-ITEMS-ERRORS
           MOVE ZEROS TO WS-UNANSWERED-COUNT
           MOVE ZEROS TO WS-ITEM-SEQ
           SET ACK-FILE-NOT-EOF TO TRUE
           SET ENV-NOT-OPEN TO TRUE

           OPEN OUTPUT FRDARPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDARPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT92A  NETWORK FRAUD REPORT RETURN  '
                  'BUSINESS DATE ' WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '    SEQ CASE               TRANSACTION      '
                  'DISPOSITION'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           OPEN INPUT FRD-ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-ACK-FILE - STATUS: '
                       WS-ACK-FILE-STATUS
               SET ACK-FILE-EOF TO TRUE
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-PROCESS-ACK-FILE
      *----------------------------------------------------------------*
       2000-PROCESS-ACK-FILE.

           READ FRD-ACK-FILE
               AT END
                   SET ACK-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FRD-ACK-IN-RECORD(1:3) = 'HDR'
                           PERFORM 2010-OPEN-ENVELOPE
                       WHEN FRD-ACK-IN-RECORD(1:3) = 'TRL'
                           PERFORM 2020-CLOSE-ENVELOPE
                              THRU 2020-CLOSE-ENVELOPE-EXIT
                       WHEN OTHER
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM 2100-APPLY-ONE-ITEM
                              THRU 2100-APPLY-ONE-ITEM-EXIT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      *                   2010-OPEN-ENVELOPE
      * The return is dated by the network; without a date on the
      * HDR the business date is used.
      *----------------------------------------------------------------*
       2010-OPEN-ENVELOPE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** HDR RECORD BEFORE THE PREVIOUS TRL'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'NETWORK RETURN HAS A HDR WITHOUT A TRL'
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           SET ENV-OPEN TO TRUE
           MOVE FRD-ACK-IN-RECORD TO WS-ENV-HEADER-LAYOUT
           MOVE ZEROS TO WS-ENV-ITEM-COUNT
           IF WS-ENV-H-ACK-DATE = SPACES
               MOVE WS-BIZDT-DATE TO WS-ENV-ACK-DATE
           ELSE
               MOVE WS-ENV-H-ACK-DATE TO WS-ENV-ACK-DATE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'NETWORK RETURN DATED ' WS-ENV-ACK-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2020-CLOSE-ENVELOPE
      *----------------------------------------------------------------*
       2020-CLOSE-ENVELOPE.

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** TRL RECORD WITHOUT A HDR - IGNORED'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'NETWORK RETURN HAS A TRL WITHOUT A HDR'
               ADD 1 TO WS-ITEMS-ERRORS
               GO TO 2020-CLOSE-ENVELOPE-EXIT
           END-IF

           SET ENV-NOT-OPEN TO TRUE
           MOVE FRD-ACK-IN-RECORD TO WS-ENV-TRAILER-LAYOUT
           IF WS-ENV-T-ITEM-COUNT IS NUMERIC
               MOVE WS-ENV-T-ITEM-COUNT TO WS-ENV-STATED-COUNT
           ELSE
               MOVE ZEROS TO WS-ENV-STATED-COUNT
           END-IF

           MOVE WS-ENV-ITEM-COUNT TO WS-CNT-EDIT
           MOVE WS-ENV-STATED-COUNT TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ITEMS ON FILE ' WS-CNT-EDIT
                  '   STATED ' WS-CNT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           IF WS-ENV-ITEM-COUNT NOT = WS-ENV-STATED-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** NETWORK RETURN OUT OF BALANCE **'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY '** NETWORK RETURN OUT OF BALANCE ** ITEMS '
                       WS-CNT-EDIT ' STATED ' WS-CNT-EDIT-2
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF.
       2020-CLOSE-ENVELOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2100-APPLY-ONE-ITEM
      * Only a record we sent and have not yet had answered moves;
      * one already answered is from an earlier run of this return.
      *----------------------------------------------------------------*
       2100-APPLY-ONE-ITEM.

           SET RECORD-NOT-REJECTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ITEM-DISPOSITION

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               STRING '** ITEM OUTSIDE ANY HDR/TRL ENVELOPE - '
                      'TRANSACTION ' FAI-TRAN-ID ' NOT APPLIED'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               ADD 1 TO WS-ITEMS-ERRORS
               GO TO 2100-APPLY-ONE-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ENV-ITEM-COUNT
           ADD 1 TO WS-ITEM-SEQ

           EVALUATE TRUE
               WHEN FAI-CASE-ID IS NOT NUMERIC
                   MOVE 'CASE' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN FAI-TRAN-ID = SPACES
                   MOVE 'TRAN' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN FAI-ACK-STATUS NOT = 'A' AND 'R'
                   MOVE 'STAT' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN OTHER
                   MOVE FAI-CASE-ID TO WS-CASE-ID-N
                   MOVE WS-CASE-ID-N TO FRT-CASE-ID
                   MOVE FAI-TRAN-ID TO FRT-TRAN-ID
                   MOVE FAI-ACK-STATUS TO FRT-RPT-STATUS
                   MOVE WS-ENV-ACK-DATE TO FRT-ACK-DATE
                   IF FRT-RPT-REJECTED
                       MOVE FAI-REJECT-CD TO FRT-REJECT-CD
                   ELSE
                       MOVE SPACES TO FRT-REJECT-CD
                   END-IF
           END-EVALUATE

           IF RECORD-REJECTED
               ADD 1 TO WS-ITEMS-UNMATCHED
               STRING 'NOT APPLIED ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
               PERFORM 2800-WRITE-ITEM-LINE
               GO TO 2100-APPLY-ONE-ITEM-EXIT
           END-IF

           EXEC SQL
               UPDATE FRAUDTRN
               SET FRT_RPT_STATUS = :FRT-RPT-STATUS,
                   FRT_ACK_DATE = :FRT-ACK-DATE,
                   FRT_REJECT_CD = :FRT-REJECT-CD
               WHERE FRT_CASE_ID = :FRT-CASE-ID
               AND   FRT_TRAN_ID = :FRT-TRAN-ID
               AND   FRT_RPT_STATUS = 'S'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   IF FRT-RPT-REJECTED
                       ADD 1 TO WS-ITEMS-NET-REJECTED
                       STRING 'NET REJ ' FRT-REJECT-CD
                         DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
                   ELSE
                       ADD 1 TO WS-ITEMS-ACKNOWLEDGED
                       MOVE 'ACKNOWLEDGED' TO WS-ITEM-DISPOSITION
                   END-IF
               WHEN 100
                   PERFORM 2110-CHECK-PRIOR-RUN
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR UPDATING FRAUDTRN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ITEMS-ERRORS
                   MOVE 'DB ERROR' TO WS-ITEM-DISPOSITION
           END-EVALUATE

           PERFORM 2800-WRITE-ITEM-LINE.
       2100-APPLY-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2110-CHECK-PRIOR-RUN
      * Nothing Sent matched: either an earlier run already applied
      * the answer, or the item names something we never sent (or
      * have not sent yet).
      *----------------------------------------------------------------*
       2110-CHECK-PRIOR-RUN.

           MOVE SPACES TO HOST-PRIOR-STATUS
           EXEC SQL
               SELECT FRT_RPT_STATUS
               INTO :HOST-PRIOR-STATUS
               FROM FRAUDTRN
               WHERE FRT_CASE_ID = :FRT-CASE-ID
               AND   FRT_TRAN_ID = :FRT-TRAN-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND
                    (HOST-PRIOR-STATUS = 'A' OR HOST-PRIOR-STATUS = 'R')
                   ADD 1 TO WS-ITEMS-PRIOR-RUN
                   MOVE 'EARLIER RUN' TO WS-ITEM-DISPOSITION
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   ADD 1 TO WS-ITEMS-UNMATCHED
                   MOVE 'NOT APPLIED NFND' TO WS-ITEM-DISPOSITION
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING FRAUDTRN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ITEMS-ERRORS
                   MOVE 'DB ERROR' TO WS-ITEM-DISPOSITION
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2800-WRITE-ITEM-LINE
      *----------------------------------------------------------------*
       2800-WRITE-ITEM-LINE.

           MOVE WS-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-SEQ-EDIT ' ' FAI-CASE-ID ' ' FAI-TRAN-ID ' '
                  WS-ITEM-DISPOSITION
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2900-CHECK-UNANSWERED
      * Records sent on or before the chase date and still waiting
      * for the network.
      *----------------------------------------------------------------*
       2900-CHECK-UNANSWERED.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               - WS-ACK-WAIT-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-CHASE-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-CHASE-DATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-UNANSWERED-COUNT
               FROM FRAUDTRN
               WHERE FRT_RPT_STATUS = 'S'
               AND   FRT_RPT_DATE <= :HOST-CHASE-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-UNANSWERED-COUNT TO WS-UNANSWERED-COUNT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING UNANSWERED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * An unbalanced or unclosed return or a database error ends
      * RC 8. Network rejects, unmatched items and records the
      * network has not answered are exceptions for the fraud desk
      * and end RC 4.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           CLOSE FRD-ACK-FILE

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** NETWORK RETURN HAS NO TRL RECORD - NOT PROVEN'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'NETWORK RETURN HAS NO TRL'
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-UNANSWERED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'SENT ON OR BEFORE ' HOST-CHASE-DATE
                  ' AND NOT YET ANSWERED BY THE NETWORK ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           CLOSE FRDARPT-FILE

           DISPLAY 'RETURN ITEMS READ......: ' WS-ITEMS-READ
           DISPLAY 'ACKNOWLEDGED...........: ' WS-ITEMS-ACKNOWLEDGED
           DISPLAY 'REJECTED BY NETWORK....: ' WS-ITEMS-NET-REJECTED
           DISPLAY 'APPLIED IN EARLIER RUN.: ' WS-ITEMS-PRIOR-RUN
           DISPLAY 'NOT MATCHED/INVALID....: ' WS-ITEMS-UNMATCHED
           DISPLAY 'UNANSWERED PAST WAIT...: ' WS-UNANSWERED-COUNT
           DISPLAY 'PROCESSING ERRORS......: ' WS-ITEMS-ERRORS

           EVALUATE TRUE
               WHEN WS-ITEMS-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-NET-REJECTED > 0
               WHEN WS-ITEMS-UNMATCHED > 0
               WHEN WS-UNANSWERED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO FRDARPT-LINE
           WRITE FRDARPT-LINE.

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
