      *****************************************************************
      * Program     : CBBAM01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Bulk account maintenance under dual control.
      *               Loads the inbound maintenance file (BAMINPUT) of
      *               account-level actions - credit limit change,
      *               cash limit change, product group change, status
      *               change and autopay removal - and works each row
      *               through the same edits the online services
      *               apply (COCLM01A, COPRD01A, COAUP01A and the
      *               account update). Rows that pass are staged on
      *               BULKMNT and the file's batch waits on a single
      *               PENDCHG row (function 'BULKACCT') for a second
      *               user to approve or reject through COMKC01A, in
      *               place of one approval per account. The next run
      *               applies every row of an approved batch - edited
      *               again against the account as it then stands,
      *               and against the checker's own staff ties - with
      *               the ACCTHIST row, CLREQ/CLAUDIT trail, product
      *               change order and customer notices the online
      *               path would have written. Each row is its own
      *               unit of work. The results file (BAMRSLT) lists
      *               every row of every batch loaded or applied in
      *               the run as staged, applied or rejected, with
      *               the reason.
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
      * 2026-10-15 - New batch job: inbound bulk account-maintenance
      *              file staged for dual-control approval and applied
      *              once approved
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBBAM01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAM-INPUT-FILE ASSIGN TO BAMINPUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INP-FILE-STATUS.
           SELECT BAM-RSLT-FILE ASSIGN TO BAMRSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD BAM-INPUT-FILE
           RECORDING MODE IS F.
       01 BAM-INPUT-RECORD.
      *   'HDR' opens a batch with the maker's user ID, the file
      *   reference and date; 'TRL' closes it with the row count;
      *   otherwise one account action per record.
      *   'L' credit limit, 'C' cash limit, 'G' product group,
      *   'S' account status, 'A' autopay removal
          05 BAI-ACTION-CD              PIC X(01).
          05 BAI-ACCT-ID                PIC X(11).
      *   New limit for L and C, 10 digits and 2 implied decimals
          05 BAI-NEW-AMT-X              PIC X(12).
          05 BAI-NEW-AMT REDEFINES BAI-NEW-AMT-X
                                        PIC 9(10)V99.
      *   New ACCT-GROUP-ID for G; new status Y or N for S
          05 BAI-NEW-VALUE              PIC X(10).
      *   Effective date YYYY-MM-DD for G
          05 BAI-EFF-DATE               PIC X(10).
          05 FILLER                     PIC X(36).

       FD BAM-RSLT-FILE
           RECORDING MODE IS F.
       01 BAM-RSLT-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBBAM01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-INP-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * A product group change needs the same advance notice
      * COPRD01A enforces online.
       01 WS-CONSTANTS.
         05 WS-NOTICE-DAYS              PIC 9(03) VALUE 45.
         05 WS-MAX-BATCHES              PIC S9(04) COMP VALUE 200.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ROWS-RECEIVED            PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-STAGED              PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-LOAD-REJECTED       PIC 9(07) VALUE ZEROS.
         05 WS-BATCHES-LOADED           PIC 9(07) VALUE ZEROS.
         05 WS-BATCHES-DISCARDED        PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-TO-APPLY            PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-APPLIED             PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-APPLY-REJECTED      PIC 9(07) VALUE ZEROS.
         05 WS-ROWS-CHECKER-REJECTED    PIC 9(07) VALUE ZEROS.
         05 WS-BAM-ERRORS               PIC 9(07) VALUE ZEROS.

      * Envelope - the submitter's own statement of what it sent
       01 WS-ENVELOPE-FIELDS.
         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-MAKER-ID        PIC X(08).
            10 WS-ENV-H-FILE-REF        PIC X(12).
            10 WS-ENV-H-FILE-DATE       PIC X(10).
            10 FILLER                   PIC X(47).
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-ITEM-COUNT      PIC X(09).
            10 FILLER                   PIC X(68).
         05 WS-ENV-STATED-COUNT         PIC 9(09) VALUE ZEROS.
         05 WS-ENV-ITEM-COUNT           PIC 9(09) VALUE ZEROS.
         05 WS-ENV-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88 ENV-OPEN                            VALUE 'Y'.
           88 ENV-NOT-OPEN                        VALUE 'N'.
      *  A batch whose ID could not be assigned takes no rows
         05 WS-ENV-USABLE-FLAG          PIC X(01) VALUE 'N'.
           88 ENV-USABLE                          VALUE 'Y'.
           88 ENV-NOT-USABLE                      VALUE 'N'.

      * Tallies for the batch being loaded - carried onto its PENDCHG
      * row so the checker sees the size and direction of the batch
       01 WS-BATCH-TALLIES.
         05 WS-BT-STAGED                PIC 9(07).
         05 WS-BT-REJECTED              PIC 9(07).
         05 WS-BT-LIMIT-CNT             PIC 9(05).
         05 WS-BT-CASH-CNT              PIC 9(05).
         05 WS-BT-GROUP-CNT             PIC 9(05).
         05 WS-BT-STATUS-CNT            PIC 9(05).
         05 WS-BT-AUTOPAY-CNT           PIC 9(05).
         05 WS-BT-NET-LIMIT-CHG         PIC S9(10)V99 COMP-3.
         05 WS-BT-NET-CASH-CHG          PIC S9(10)V99 COMP-3.

      * Batches worked this run, listed on the results file once the
      * apply pass is done
       01 WS-BATCH-LIST.
         05 WS-BATCH-CNT                PIC S9(04) COMP VALUE ZEROS.
         05 WS-BATCH-IDX                PIC S9(04) COMP VALUE ZEROS.
         05 WS-BATCH-ENTRY OCCURS 200 TIMES.
            10 WS-BATCH-LIST-ID         PIC S9(18) COMP-3.

       01 WS-DATE-FIELDS.
         05 WS-BIZDT-INT                PIC S9(09) COMP.
         05 WS-EFF-INT                  PIC S9(09) COMP.
         05 WS-EFF-YYYYMMDD             PIC 9(08).

       01 WS-WORK-FIELDS.
         05 WS-PREV-BATCH-ID            PIC S9(18) COMP-3 VALUE ZEROS.
         05 WS-EDIT-USER-ID             PIC X(08).
         05 WS-ROW-REASON               PIC X(50).
         05 WS-ROW-RESULT               PIC X(01).
           88 ROW-IS-VALID                        VALUE 'V'.
           88 ROW-IS-REJECTED                     VALUE 'R'.
           88 ROW-IS-ERROR                        VALUE 'E'.
         05 WS-ROW-NEW-STATUS           PIC X(01).
         05 WS-OLD-AMT                  PIC S9(10)V99 COMP-3.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-BATCH-ID-DISPLAY         PIC 9(16).
         05 WS-ACCT-ID-DISPLAY          PIC 9(11).
         05 WS-SEQ-EDIT                 PIC Z(06)9.
         05 WS-CNT-EDIT                 PIC Z(08)9.
         05 WS-CNT-EDIT-2               PIC Z(08)9.
         05 WS-AMT-EDIT                 PIC Z(9)9.99.
         05 WS-NET-EDIT                 PIC -(10)9.99.
         05 WS-NET-EDIT-2               PIC -(10)9.99.
         05 WS-RESULT-TEXT              PIC X(10).
         05 WS-NEW-VALUE-TEXT           PIC X(14).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD          PIC 9(08).
           10 WS-CURR-HHMMSS            PIC 9(06).
           10 FILLER                    PIC X(07).

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 INPUT-FILE-EOF                        VALUE 'Y'.
         88 INPUT-FILE-NOT-EOF                    VALUE 'N'.

       01 WS-APPLY-CURSOR-FLAG         PIC X(01) VALUE 'N'.
         88 APPLY-CURSOR-EOF                      VALUE 'Y'.
         88 APPLY-CURSOR-NOT-EOF                  VALUE 'N'.

       01 WS-RSLT-CURSOR-FLAG          PIC X(01) VALUE 'N'.
         88 RSLT-CURSOR-EOF                       VALUE 'Y'.
         88 RSLT-CURSOR-NOT-EOF                   VALUE 'N'.

      * Customer notification queue insert - see CSUTLNPL for the
      * shared logic.
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Account maintenance history - see CSUTLHPL; each applied
      * action's before/after row joins that row's unit of work.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      * Staff-conflict check - see CSUTLEPL; neither the maker who
      * submits the file nor the checker who approves it may act on
      * an account whose parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

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

       01 WS-AHST-EDIT-FIELDS.
         05 WS-AHST-OLD-LIMIT-EDIT      PIC -(10)9.99.
         05 WS-AHST-NEW-LIMIT-EDIT      PIC -(10)9.99.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVBAM01Y.
       COPY CVPCH01Y.
       COPY CVCLR01Y.

      * The account the row acts on, as it stands now
       01 HOST-ACCT-RECORD.
         05 HOST-ACCT-STATUS            PIC X(01).
         05 HOST-ACCT-CREDIT-LIMIT      PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-LIMIT        PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-GROUP-ID          PIC X(10).
         05 HOST-AUTOPAY-FLAG           PIC X(01).

      * The batch's PENDCHG row
       01 HOST-PDC-ROW.
         05 HOST-PDC-CHG-ID             PIC S9(18) COMP-3.
         05 HOST-PDC-KEY                PIC X(16).
         05 HOST-PDC-STATUS             PIC X(01).
         05 HOST-PDC-CHECKER-ID         PIC X(08).
         05 HOST-PDC-DEC1               PIC S9(10)V99 COMP-3.
         05 HOST-PDC-DEC2               PIC S9(10)V99 COMP-3.
         05 HOST-PDC-NUM1               PIC S9(05) COMP-3.
         05 HOST-PDC-TXT1               PIC X(50).
         05 HOST-PDC-TXT2               PIC X(50).
         05 HOST-PDC-TXT3               PIC X(10).
         05 HOST-PDC-BEFORE-IMG         PIC X(100).
         05 HOST-PDC-AFTER-IMG          PIC X(100).

       01 HOST-BATCH-ID                 PIC S9(18) COMP-3.
       01 HOST-RSLT-BATCH-ID            PIC S9(18) COMP-3.
       01 HOST-ROW-SEQ                  PIC S9(09) COMP.
       01 HOST-MAKER-ID                 PIC X(08).
       01 HOST-BIZ-DATE                 PIC X(10).
       01 HOST-NOW-TS                   PIC X(26).
       01 HOST-EXIST-COUNT              PIC S9(04) COMP.
       01 HOST-XREF-CUST-ID             PIC S9(09) COMP.
       01 HOST-CUST-FICO                PIC S9(03) COMP.
       01 HOST-CLR-ID-SEQ               PIC S9(18) COMP-3.
       01 HOST-AUDIT-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-AAN-ID-SEQ               PIC S9(18) COMP-3.
       01 HOST-AAN-REASON               PIC X(50).
       01 HOST-PCH-ID-SEQ               PIC S9(18) COMP-3.
       01 HOST-MSG-ID-SEQ               PIC S9(18) COMP-3.
       01 HOST-MSG-ROW.
         05 HOST-MSG-ID                 PIC 9(05).
         05 HOST-MSG-TEXT               PIC X(78).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBBAM01A - BULK ACCOUNT MAINTENANCE STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBBAM01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
      *    Batches approved (or rejected) since the last run are
      *    worked off first, then tonight's file is loaded.
           PERFORM 2000-APPLY-RELEASED-ROW
               UNTIL APPLY-CURSOR-EOF
           PERFORM 2900-REPORT-APPLIED-BATCHES
           PERFORM 3000-LOAD-MAINT-FILE
               UNTIL INPUT-FILE-EOF
           PERFORM 9000-FINALIZE
           MOVE 'CBBAM01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ =
               WS-ROWS-RECEIVED + WS-ROWS-TO-APPLY
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-ROWS-STAGED + WS-ROWS-APPLIED
           COMPUTE WS-RTOT-RECS-REJECTED =
               WS-ROWS-LOAD-REJECTED + WS-ROWS-APPLY-REJECTED
               + WS-ROWS-CHECKER-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBBAM01A - BULK ACCOUNT MAINTENANCE ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOB-TOTALS
           MOVE ZEROS TO WS-BATCH-CNT
           SET INPUT-FILE-NOT-EOF TO TRUE
           SET APPLY-CURSOR-NOT-EOF TO TRUE
           SET ENV-NOT-OPEN TO TRUE
           SET ENV-NOT-USABLE TO TRUE

           MOVE WS-BIZDT-DATE TO HOST-BIZ-DATE
           COMPUTE WS-BIZDT-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-NOW-TS

           OPEN OUTPUT BAM-RSLT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BAM-RSLT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-BAM-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBBAM01A  BULK ACCOUNT MAINTENANCE RESULTS  '
                  'BUSINESS DATE ' WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE

      *    Every row of a batch the checker has decided and this job
      *    has not yet closed: released rows of an approved batch
      *    are applied, staged rows of a rejected one are closed.
      *    Held across the COMMIT taken after every row.
           EXEC SQL
               DECLARE CUR-BAM-APPLY CURSOR WITH HOLD FOR
               SELECT B.BAM_BATCH_ID, B.BAM_ROW_SEQ, B.BAM_ACCT_ID,
                      B.BAM_ACTION_CD, B.BAM_NEW_AMT, B.BAM_NEW_VALUE,
                      B.BAM_EFF_DATE, B.BAM_MAKER_ID,
                      P.PDC_STATUS, P.PDC_CHECKER_ID
               FROM BULKMNT B, PENDCHG P
               WHERE P.PDC_CHG_ID = B.BAM_BATCH_ID
               AND   P.PDC_FUNC_CD = 'BULKACCT'
               AND   ((P.PDC_STATUS = 'A' AND B.BAM_STATUS = 'A')
                  OR  (P.PDC_STATUS = 'R' AND B.BAM_STATUS = 'S'))
               ORDER BY B.BAM_BATCH_ID, B.BAM_ROW_SEQ
           END-EXEC

           EXEC SQL
               DECLARE CUR-BAM-RSLT CURSOR WITH HOLD FOR
               SELECT BAM_ROW_SEQ, BAM_ACCT_ID, BAM_ACTION_CD,
                      BAM_NEW_AMT, BAM_NEW_VALUE, BAM_STATUS,
                      BAM_REASON
               FROM BULKMNT
               WHERE BAM_BATCH_ID = :HOST-RSLT-BATCH-ID
               ORDER BY BAM_ROW_SEQ
           END-EXEC

           EXEC SQL
               OPEN CUR-BAM-APPLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BAM-APPLY - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BAM-ERRORS
               SET APPLY-CURSOR-EOF TO TRUE
           END-IF

           OPEN INPUT BAM-INPUT-FILE
           IF WS-INP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BAM-INPUT-FILE - STATUS: '
                       WS-INP-FILE-STATUS
               SET INPUT-FILE-EOF TO TRUE
               ADD 1 TO WS-BAM-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-APPLY-RELEASED-ROW
      *----------------------------------------------------------------*
       2000-APPLY-RELEASED-ROW.

           EXEC SQL
               FETCH CUR-BAM-APPLY
               INTO :BAM-BATCH-ID, :BAM-ROW-SEQ, :BAM-ACCT-ID,
                    :BAM-ACTION-CD, :BAM-NEW-AMT, :BAM-NEW-VALUE,
                    :BAM-EFF-DATE, :BAM-MAKER-ID,
                    :HOST-PDC-STATUS, :HOST-PDC-CHECKER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-TO-APPLY
                   IF BAM-BATCH-ID NOT = WS-PREV-BATCH-ID
                       PERFORM 2050-NOTE-BATCH
                   END-IF
                   PERFORM 2100-APPLY-ONE-ROW
                      THRU 2100-APPLY-ONE-ROW-EXIT
               WHEN 100
                   SET APPLY-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-BAM-APPLY
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BAM-APPLY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BAM-ERRORS
                   SET APPLY-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2050-NOTE-BATCH
      *----------------------------------------------------------------*
       2050-NOTE-BATCH.

           MOVE BAM-BATCH-ID TO WS-PREV-BATCH-ID
           IF WS-BATCH-CNT < WS-MAX-BATCHES
               ADD 1 TO WS-BATCH-CNT
               MOVE BAM-BATCH-ID TO WS-BATCH-LIST-ID(WS-BATCH-CNT)
           ELSE
               MOVE BAM-BATCH-ID TO WS-BATCH-ID-DISPLAY
               DISPLAY 'MORE BATCHES THAN THE RESULTS LIST HOLDS - '
                       'BATCH ' WS-BATCH-ID-DISPLAY ' NOT LISTED'
           END-IF.

      *----------------------------------------------------------------*
      *                     2100-APPLY-ONE-ROW
      * A rejected batch closes its rows untouched. An approved one
      * applies each row only after editing it again: the account
      * may have moved since the file was loaded, and the checker's
      * own ties to the account are tested now that the checker is
      * known. A row that fails is rejected with the reason; a
      * database failure rolls the row back and leaves it released
      * for the next run.
      *----------------------------------------------------------------*
       2100-APPLY-ONE-ROW.

           IF HOST-PDC-STATUS = 'R'
               MOVE SPACES TO WS-ROW-REASON
               STRING 'BATCH REJECTED BY CHECKER ' HOST-PDC-CHECKER-ID
                 DELIMITED BY SIZE INTO WS-ROW-REASON
               MOVE 'R' TO WS-ROW-NEW-STATUS
               PERFORM 2400-CLOSE-ROW
               IF ROW-IS-ERROR
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-BAM-ERRORS
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-ROWS-CHECKER-REJECTED
               END-IF
               GO TO 2100-APPLY-ONE-ROW-EXIT
           END-IF

           MOVE HOST-PDC-CHECKER-ID TO WS-EDIT-USER-ID
           PERFORM 4000-EDIT-ROW THRU 4000-EDIT-ROW-EXIT

           IF ROW-IS-VALID
               PERFORM 5000-APPLY-ACTION
           END-IF

           EVALUATE TRUE
               WHEN ROW-IS-VALID
                   MOVE SPACES TO WS-ROW-REASON
                   MOVE 'D' TO WS-ROW-NEW-STATUS
                   PERFORM 2400-CLOSE-ROW
               WHEN ROW-IS-REJECTED
      *            The staff-conflict check may already have
      *            committed its STAFFBLK row; nothing of the
      *            action has been written.
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'R' TO WS-ROW-NEW-STATUS
                   PERFORM 2400-CLOSE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ROW-IS-ERROR
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BAM-ERRORS
               MOVE BAM-BATCH-ID TO WS-BATCH-ID-DISPLAY
               MOVE BAM-ROW-SEQ TO WS-SEQ-EDIT
               DISPLAY 'BATCH ' WS-BATCH-ID-DISPLAY ' ROW '
                       WS-SEQ-EDIT ' LEFT FOR THE NEXT RUN - '
                       WS-ROW-REASON
               GO TO 2100-APPLY-ONE-ROW-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-APPLIED
           ELSE
               ADD 1 TO WS-ROWS-APPLY-REJECTED
           END-IF.
       2100-APPLY-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       2400-CLOSE-ROW
      * Issues no COMMIT of its own - the row's close-out shares the
      * unit of work of the action it records.
      *----------------------------------------------------------------*
       2400-CLOSE-ROW.

           EXEC SQL
               UPDATE BULKMNT
               SET BAM_STATUS = :WS-ROW-NEW-STATUS,
                   BAM_REASON = :WS-ROW-REASON,
                   BAM_APPLY_TS = :HOST-NOW-TS
               WHERE BAM_BATCH_ID = :BAM-BATCH-ID
               AND   BAM_ROW_SEQ = :BAM-ROW-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLOSING BULKMNT ROW - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ROW-IS-ERROR TO TRUE
               MOVE 'DB ERROR CLOSING THE ROW' TO WS-ROW-REASON
           END-IF.

      *----------------------------------------------------------------*
      *                 2900-REPORT-APPLIED-BATCHES
      *----------------------------------------------------------------*
       2900-REPORT-APPLIED-BATCHES.

           MOVE SPACES TO WS-OUT-LINE
           MOVE '--- BATCHES DECIDED BY THE CHECKER ---' TO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE

           IF WS-BATCH-CNT = 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE '    NONE' TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
           ELSE
               PERFORM 2910-REPORT-ONE-BATCH
                  VARYING WS-BATCH-IDX FROM 1 BY 1
                  UNTIL WS-BATCH-IDX > WS-BATCH-CNT
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE.

      *----------------------------------------------------------------*
      *                   2910-REPORT-ONE-BATCH
      *----------------------------------------------------------------*
       2910-REPORT-ONE-BATCH.

           MOVE WS-BATCH-LIST-ID(WS-BATCH-IDX) TO HOST-RSLT-BATCH-ID
           PERFORM 7000-LIST-BATCH-ROWS THRU 7000-LIST-BATCH-ROWS-EXIT.

      *----------------------------------------------------------------*
      *                   3000-LOAD-MAINT-FILE
      *----------------------------------------------------------------*
       3000-LOAD-MAINT-FILE.

           READ BAM-INPUT-FILE
               AT END
                   SET INPUT-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BAM-INPUT-RECORD(1:3) = 'HDR'
                           PERFORM 3010-OPEN-ENVELOPE
                       WHEN BAM-INPUT-RECORD(1:3) = 'TRL'
                           PERFORM 3020-CLOSE-ENVELOPE
                              THRU 3020-CLOSE-ENVELOPE-EXIT
                       WHEN OTHER
                           ADD 1 TO WS-ROWS-RECEIVED
                           PERFORM 3100-STAGE-ONE-ROW
                              THRU 3100-STAGE-ONE-ROW-EXIT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      *                   3010-OPEN-ENVELOPE
      * One batch per envelope. The batch takes its ID from the
      * PENDCHG sequence, so the approval row and its BULKMNT rows
      * share one key.
      *----------------------------------------------------------------*
       3010-OPEN-ENVELOPE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** HDR RECORD BEFORE THE PREVIOUS TRL'
                 TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
               DISPLAY 'MAINTENANCE FILE HAS A HDR WITHOUT A TRL'
               ADD 1 TO WS-BAM-ERRORS
               PERFORM 3030-DISCARD-BATCH
               PERFORM 3050-LIST-DISCARDED-BATCH
           END-IF

           SET ENV-OPEN TO TRUE
           SET ENV-USABLE TO TRUE
           MOVE BAM-INPUT-RECORD TO WS-ENV-HEADER-LAYOUT
           MOVE ZEROS TO WS-ENV-ITEM-COUNT
           INITIALIZE WS-BATCH-TALLIES
           MOVE ZEROS TO HOST-ROW-SEQ
           MOVE WS-ENV-H-MAKER-ID TO HOST-MAKER-ID

           EXEC SQL
               SELECT NEXT VALUE FOR PDC_CHG_ID_SEQ
               INTO :HOST-BATCH-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR ASSIGNING BATCH ID - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BAM-ERRORS
               SET ENV-NOT-USABLE TO TRUE
               MOVE ZEROS TO HOST-BATCH-ID
           END-IF

           MOVE HOST-BATCH-ID TO WS-BATCH-ID-DISPLAY
           MOVE SPACES TO WS-OUT-LINE
           STRING '--- FILE ' WS-ENV-H-FILE-REF
                  ' DATED ' WS-ENV-H-FILE-DATE
                  ' FROM ' WS-ENV-H-MAKER-ID
                  ' LOADED AS BATCH ' WS-BATCH-ID-DISPLAY ' ---'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE.

      *----------------------------------------------------------------*
      *                   3020-CLOSE-ENVELOPE
      * An envelope out of balance is not put up for approval - the
      * checker would be approving a file nobody can vouch for. A
      * balanced one with at least one good row gets its PENDCHG
      * row; either way every row is listed with its outcome.
      *----------------------------------------------------------------*
       3020-CLOSE-ENVELOPE.

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** TRL RECORD WITHOUT A HDR - IGNORED'
                 TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
               DISPLAY 'MAINTENANCE FILE HAS A TRL WITHOUT A HDR'
               ADD 1 TO WS-BAM-ERRORS
               GO TO 3020-CLOSE-ENVELOPE-EXIT
           END-IF

           SET ENV-NOT-OPEN TO TRUE
           MOVE BAM-INPUT-RECORD TO WS-ENV-TRAILER-LAYOUT
           IF WS-ENV-T-ITEM-COUNT IS NUMERIC
               MOVE WS-ENV-T-ITEM-COUNT TO WS-ENV-STATED-COUNT
           ELSE
               MOVE ZEROS TO WS-ENV-STATED-COUNT
           END-IF

           IF ENV-NOT-USABLE
               GO TO 3020-CLOSE-ENVELOPE-EXIT
           END-IF

           IF WS-ENV-ITEM-COUNT NOT = WS-ENV-STATED-COUNT
               MOVE WS-ENV-ITEM-COUNT TO WS-CNT-EDIT
               MOVE WS-ENV-STATED-COUNT TO WS-CNT-EDIT-2
               MOVE SPACES TO WS-OUT-LINE
               STRING '** FILE OUT OF BALANCE - ROWS ' WS-CNT-EDIT
                      ' STATED ' WS-CNT-EDIT-2
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
               DISPLAY '** MAINTENANCE FILE OUT OF BALANCE ** ROWS '
                       WS-CNT-EDIT ' STATED ' WS-CNT-EDIT-2
               ADD 1 TO WS-BAM-ERRORS
               PERFORM 3030-DISCARD-BATCH
           ELSE
               IF WS-BT-STAGED > 0
                   PERFORM 3040-STAGE-APPROVAL
               END-IF
           END-IF

           MOVE HOST-BATCH-ID TO HOST-RSLT-BATCH-ID
           PERFORM 7000-LIST-BATCH-ROWS THRU 7000-LIST-BATCH-ROWS-EXIT

           IF WS-BT-STAGED = 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE '    NO ROW STAGED - NOTHING PUT UP FOR APPROVAL'
                 TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE.
       3020-CLOSE-ENVELOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3030-DISCARD-BATCH
      * Closes every staged row of an incomplete or out-of-balance
      * batch as rejected; no approval row is written for it.
      *----------------------------------------------------------------*
       3030-DISCARD-BATCH.

           SET ENV-NOT-OPEN TO TRUE
           IF ENV-NOT-USABLE
               GO TO 3030-DISCARD-BATCH-EXIT
           END-IF

           EXEC SQL
               UPDATE BULKMNT
               SET BAM_STATUS = 'R',
                   BAM_REASON = 'FILE INCOMPLETE OR OUT OF BALANCE',
                   BAM_APPLY_TS = :HOST-NOW-TS
               WHERE BAM_BATCH_ID = :HOST-BATCH-ID
               AND   BAM_STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR DISCARDING BATCH - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BAM-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-BATCHES-DISCARDED
               ADD WS-BT-STAGED TO WS-ROWS-LOAD-REJECTED
               SUBTRACT WS-BT-STAGED FROM WS-ROWS-STAGED
               MOVE ZEROS TO WS-BT-STAGED
           END-IF.
       3030-DISCARD-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3040-STAGE-APPROVAL
      * One PENDCHG row for the whole batch. Its columns give the
      * checker the batch at a glance in COMKC01A: the row counts by
      * action and the net change in credit and cash lines the
      * batch would make; the rows themselves are on BULKMNT.
      *----------------------------------------------------------------*
       3040-STAGE-APPROVAL.

           MOVE HOST-BATCH-ID TO HOST-PDC-CHG-ID
           MOVE HOST-BATCH-ID TO WS-BATCH-ID-DISPLAY
           MOVE WS-BATCH-ID-DISPLAY TO HOST-PDC-KEY
           MOVE WS-BT-NET-LIMIT-CHG TO HOST-PDC-DEC1
           MOVE WS-BT-NET-CASH-CHG TO HOST-PDC-DEC2
           MOVE WS-BT-STAGED TO HOST-PDC-NUM1
           MOVE SPACES TO HOST-PDC-TXT1
           STRING 'FILE ' WS-ENV-H-FILE-REF
                  ' DATED ' WS-ENV-H-FILE-DATE
             DELIMITED BY SIZE INTO HOST-PDC-TXT1
           MOVE SPACES TO HOST-PDC-TXT2
           STRING 'LIMIT ' WS-BT-LIMIT-CNT
                  ' CASH ' WS-BT-CASH-CNT
                  ' GROUP ' WS-BT-GROUP-CNT
                  ' STATUS ' WS-BT-STATUS-CNT
                  ' AUTOPAY ' WS-BT-AUTOPAY-CNT
             DELIMITED BY SIZE INTO HOST-PDC-TXT2
           MOVE WS-ENV-H-FILE-DATE TO HOST-PDC-TXT3

           MOVE WS-ENV-ITEM-COUNT TO WS-CNT-EDIT
           MOVE WS-BT-REJECTED TO WS-CNT-EDIT-2
           MOVE SPACES TO HOST-PDC-BEFORE-IMG
           STRING 'ROWS RECEIVED ' WS-CNT-EDIT
                  ' REJECTED AT LOAD ' WS-CNT-EDIT-2
             DELIMITED BY SIZE INTO HOST-PDC-BEFORE-IMG
           MOVE WS-BT-STAGED TO WS-CNT-EDIT
           MOVE WS-BT-NET-LIMIT-CHG TO WS-NET-EDIT
           MOVE WS-BT-NET-CASH-CHG TO WS-NET-EDIT-2
           MOVE SPACES TO HOST-PDC-AFTER-IMG
           STRING 'ROWS STAGED ' WS-CNT-EDIT
                  ' NET CREDIT LINE ' WS-NET-EDIT
                  ' NET CASH LINE ' WS-NET-EDIT-2
             DELIMITED BY SIZE INTO HOST-PDC-AFTER-IMG

           EXEC SQL
               INSERT INTO PENDCHG
               (PDC_CHG_ID, PDC_FUNC_CD, PDC_KEY, PDC_DATE,
                PDC_DEC1, PDC_DEC2, PDC_NUM1, PDC_TXT1, PDC_TXT2,
                PDC_TXT3, PDC_BEFORE_IMG, PDC_AFTER_IMG,
                PDC_MAKER_ID, PDC_STATUS, PDC_CREATE_TS,
                PDC_CHECKER_ID, PDC_DECIDE_TS)
               VALUES
               (:HOST-PDC-CHG-ID, 'BULKACCT', :HOST-PDC-KEY,
                :HOST-BIZ-DATE, :HOST-PDC-DEC1, :HOST-PDC-DEC2,
                :HOST-PDC-NUM1, :HOST-PDC-TXT1, :HOST-PDC-TXT2,
                :HOST-PDC-TXT3, :HOST-PDC-BEFORE-IMG,
                :HOST-PDC-AFTER-IMG, :HOST-MAKER-ID, 'P',
                :HOST-NOW-TS, ' ', ' ')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING PENDCHG FOR BATCH '
                       WS-BATCH-ID-DISPLAY ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BAM-ERRORS
               PERFORM 3030-DISCARD-BATCH
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-BATCHES-LOADED
           END-IF.

      *----------------------------------------------------------------*
      *                 3050-LIST-DISCARDED-BATCH
      *----------------------------------------------------------------*
       3050-LIST-DISCARDED-BATCH.

           IF ENV-USABLE
               MOVE HOST-BATCH-ID TO HOST-RSLT-BATCH-ID
               PERFORM 7000-LIST-BATCH-ROWS
                  THRU 7000-LIST-BATCH-ROWS-EXIT
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   3100-STAGE-ONE-ROW
      * Every row received is written to BULKMNT - Staged if it
      * passes the edits under the maker's ID, Rejected with the
      * reason if not - and committed on its own.
      *----------------------------------------------------------------*
       3100-STAGE-ONE-ROW.

           IF ENV-NOT-OPEN OR ENV-NOT-USABLE
               MOVE SPACES TO WS-OUT-LINE
               STRING '** ROW OUTSIDE A USABLE HDR/TRL ENVELOPE - '
                      'ACCOUNT ' BAI-ACCT-ID ' NOT PROCESSED'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
               ADD 1 TO WS-ROWS-LOAD-REJECTED
               ADD 1 TO WS-BAM-ERRORS
               GO TO 3100-STAGE-ONE-ROW-EXIT
           END-IF

           ADD 1 TO WS-ENV-ITEM-COUNT
           ADD 1 TO HOST-ROW-SEQ

           INITIALIZE BULK-MAINT-RECORD
           MOVE HOST-BATCH-ID TO BAM-BATCH-ID
           MOVE HOST-ROW-SEQ TO BAM-ROW-SEQ
           MOVE BAI-ACTION-CD TO BAM-ACTION-CD
           MOVE BAI-NEW-VALUE TO BAM-NEW-VALUE
           MOVE BAI-EFF-DATE TO BAM-EFF-DATE
           MOVE HOST-MAKER-ID TO BAM-MAKER-ID
           MOVE HOST-NOW-TS TO BAM-CREATE-TS
           MOVE SPACES TO BAM-APPLY-TS
           MOVE SPACES TO WS-ROW-REASON
           SET ROW-IS-VALID TO TRUE

           EVALUATE TRUE
               WHEN HOST-MAKER-ID = SPACES OR LOW-VALUES
                   MOVE 'NO MAKER USER ID ON THE FILE HEADER'
                     TO WS-ROW-REASON
               WHEN BAI-ACCT-ID IS NOT NUMERIC
                   MOVE 'ACCOUNT ID MUST BE NUMERIC' TO WS-ROW-REASON
               WHEN (BAI-ACTION-CD = 'L' OR 'C')
                AND BAI-NEW-AMT-X IS NOT NUMERIC
                   MOVE 'NEW LIMIT MUST BE NUMERIC' TO WS-ROW-REASON
               WHEN OTHER
                   MOVE BAI-ACCT-ID TO BAM-ACCT-ID
                   IF BAI-ACTION-CD = 'L' OR 'C'
                       MOVE BAI-NEW-AMT TO BAM-NEW-AMT
                   END-IF
           END-EVALUATE

           IF WS-ROW-REASON = SPACES
               MOVE HOST-MAKER-ID TO WS-EDIT-USER-ID
               PERFORM 4000-EDIT-ROW THRU 4000-EDIT-ROW-EXIT
           ELSE
               SET ROW-IS-REJECTED TO TRUE
           END-IF

      *    One outstanding action of a kind per account - a second
      *    one, in this file or an earlier batch not yet applied,
      *    would be applied on top of a value nobody has checked.
           IF ROW-IS-VALID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-EXIST-COUNT
                   FROM BULKMNT
                   WHERE BAM_ACCT_ID = :BAM-ACCT-ID
                   AND   BAM_ACTION_CD = :BAM-ACTION-CD
                   AND   BAM_STATUS IN ('S', 'A')
               END-EXEC
               IF SQLCODE = 0 AND HOST-EXIST-COUNT > 0
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'SAME ACTION ALREADY PENDING FOR THE ACCOUNT'
                     TO WS-ROW-REASON
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ROW-IS-VALID
                   MOVE 'S' TO BAM-STATUS
               WHEN ROW-IS-REJECTED
                   MOVE 'R' TO BAM-STATUS
                   MOVE HOST-NOW-TS TO BAM-APPLY-TS
               WHEN OTHER
                   MOVE 'R' TO BAM-STATUS
                   MOVE HOST-NOW-TS TO BAM-APPLY-TS
                   ADD 1 TO WS-BAM-ERRORS
           END-EVALUATE
           MOVE WS-ROW-REASON TO BAM-REASON

           EXEC SQL
               INSERT INTO BULKMNT
               (BAM_BATCH_ID, BAM_ROW_SEQ, BAM_ACCT_ID, BAM_ACTION_CD,
                BAM_NEW_AMT, BAM_NEW_VALUE, BAM_EFF_DATE,
                BAM_OLD_VALUE, BAM_STATUS, BAM_REASON, BAM_MAKER_ID,
                BAM_CREATE_TS, BAM_APPLY_TS)
               VALUES
               (:BAM-BATCH-ID, :BAM-ROW-SEQ, :BAM-ACCT-ID,
                :BAM-ACTION-CD, :BAM-NEW-AMT, :BAM-NEW-VALUE,
                :BAM-EFF-DATE, :BAM-OLD-VALUE, :BAM-STATUS,
                :BAM-REASON, :BAM-MAKER-ID, :BAM-CREATE-TS,
                :BAM-APPLY-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE HOST-ROW-SEQ TO WS-SEQ-EDIT
               DISPLAY 'ERROR INSERTING BULKMNT ROW ' WS-SEQ-EDIT
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BAM-ERRORS
               ADD 1 TO WS-ROWS-LOAD-REJECTED
               ADD 1 TO WS-BT-REJECTED
               GO TO 3100-STAGE-ONE-ROW-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF BAM-STATUS = 'S'
               ADD 1 TO WS-ROWS-STAGED
               ADD 1 TO WS-BT-STAGED
               PERFORM 3150-TALLY-STAGED-ROW
           ELSE
               ADD 1 TO WS-ROWS-LOAD-REJECTED
               ADD 1 TO WS-BT-REJECTED
           END-IF.
       3100-STAGE-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3150-TALLY-STAGED-ROW
      *----------------------------------------------------------------*
       3150-TALLY-STAGED-ROW.

           EVALUATE TRUE
               WHEN BAM-ACTION-CREDIT-LIMIT
                   ADD 1 TO WS-BT-LIMIT-CNT
                   COMPUTE WS-BT-NET-LIMIT-CHG =
                       WS-BT-NET-LIMIT-CHG + BAM-NEW-AMT
                       - HOST-ACCT-CREDIT-LIMIT
               WHEN BAM-ACTION-CASH-LIMIT
                   ADD 1 TO WS-BT-CASH-CNT
                   COMPUTE WS-BT-NET-CASH-CHG =
                       WS-BT-NET-CASH-CHG + BAM-NEW-AMT
                       - HOST-ACCT-CASH-LIMIT
               WHEN BAM-ACTION-GROUP-CHANGE
                   ADD 1 TO WS-BT-GROUP-CNT
               WHEN BAM-ACTION-STATUS-CHANGE
                   ADD 1 TO WS-BT-STATUS-CNT
               WHEN OTHER
                   ADD 1 TO WS-BT-AUTOPAY-CNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                       4000-EDIT-ROW
      * The online services' edits, applied to one row for the user
      * in WS-EDIT-USER-ID (the maker at load, the checker at apply).
      * Leaves the account's current values in HOST-ACCT-RECORD and
      * the value being replaced in BAM-OLD-VALUE. Comes back with
      * ROW-IS-VALID, ROW-IS-REJECTED and the reason, or ROW-IS-
      * ERROR when the account could not be read.
      *----------------------------------------------------------------*
       4000-EDIT-ROW.

           SET ROW-IS-VALID TO TRUE
           MOVE SPACES TO WS-ROW-REASON

           IF NOT BAM-ACTION-VALID
               SET ROW-IS-REJECTED TO TRUE
               MOVE 'ACTION MUST BE L, C, G, S OR A' TO WS-ROW-REASON
               GO TO 4000-EDIT-ROW-EXIT
           END-IF

           IF BAM-ACCT-ID = ZEROS
               SET ROW-IS-REJECTED TO TRUE
               MOVE 'ACCOUNT ID CAN NOT BE ZERO' TO WS-ROW-REASON
               GO TO 4000-EDIT-ROW-EXIT
           END-IF

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CREDIT_LIMIT,
                      ACCT_CASH_CREDIT_LIMIT, ACCT_GROUP_ID,
                      COALESCE(ACCT_AUTOPAY_ENROLL_FLAG, 'N')
               INTO :HOST-ACCT-STATUS, :HOST-ACCT-CREDIT-LIMIT,
                    :HOST-ACCT-CASH-LIMIT, :HOST-ACCT-GROUP-ID,
                    :HOST-AUTOPAY-FLAG
               FROM ACCTDAT
               WHERE ACCT_ID = :BAM-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-ROW-REASON
                   GO TO 4000-EDIT-ROW-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING ACCTDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ROW-IS-ERROR TO TRUE
                   MOVE 'DB ERROR READING THE ACCOUNT'
                     TO WS-ROW-REASON
                   GO TO 4000-EDIT-ROW-EXIT
           END-EVALUATE

           MOVE WS-EDIT-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME      TO WS-STF-PROGRAM
           MOVE BAM-ACCT-ID     TO WS-STF-ACCT-ID
           MOVE ZEROS           TO WS-STF-CUST-ID
           MOVE SPACES          TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           EVALUATE TRUE
               WHEN STF-NO-CONFLICT
                   CONTINUE
               WHEN STF-CONFLICT-FOUND
                   SET ROW-IS-REJECTED TO TRUE
                   STRING 'USER ' WS-EDIT-USER-ID
                          ' IS TIED TO A PARTY ON THE ACCOUNT'
                     DELIMITED BY SIZE INTO WS-ROW-REASON
                   GO TO 4000-EDIT-ROW-EXIT
               WHEN OTHER
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'STAFF-CONFLICT CHECK COULD NOT BE MADE'
                     TO WS-ROW-REASON
                   GO TO 4000-EDIT-ROW-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN BAM-ACTION-CREDIT-LIMIT
                   PERFORM 4100-EDIT-CREDIT-LIMIT
               WHEN BAM-ACTION-CASH-LIMIT
                   PERFORM 4200-EDIT-CASH-LIMIT
               WHEN BAM-ACTION-GROUP-CHANGE
                   PERFORM 4300-EDIT-GROUP-CHANGE
                      THRU 4300-EDIT-GROUP-CHANGE-EXIT
               WHEN BAM-ACTION-STATUS-CHANGE
                   PERFORM 4400-EDIT-STATUS-CHANGE
               WHEN OTHER
                   PERFORM 4500-EDIT-AUTOPAY-REMOVAL
           END-EVALUATE.
       4000-EDIT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4100-EDIT-CREDIT-LIMIT
      * COCLM01A's edits. The auto-approval band does not apply - a
      * bulk change is always decided by the checker.
      *----------------------------------------------------------------*
       4100-EDIT-CREDIT-LIMIT.

           MOVE HOST-ACCT-CREDIT-LIMIT TO WS-AHST-OLD-LIMIT-EDIT
           MOVE WS-AHST-OLD-LIMIT-EDIT TO BAM-OLD-VALUE

           EVALUATE TRUE
               WHEN BAM-NEW-AMT NOT > ZEROS
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'NEW CREDIT LIMIT MUST BE GREATER THAN ZERO'
                     TO WS-ROW-REASON
               WHEN BAM-NEW-AMT = HOST-ACCT-CREDIT-LIMIT
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'NEW CREDIT LIMIT EQUALS THE CURRENT LIMIT'
                     TO WS-ROW-REASON
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :HOST-EXIST-COUNT
                       FROM SECDEP
                       WHERE SDP_ACCT_ID = :BAM-ACCT-ID
                       AND   SDP_STATUS = 'H'
                   END-EXEC
                   IF SQLCODE = 0 AND HOST-EXIST-COUNT > 0
                       SET ROW-IS-REJECTED TO TRUE
                       MOVE 'SECURED ACCOUNT - LIMIT LOCKED TO THE
      -                    ' DEPOSIT' TO WS-ROW-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4200-EDIT-CASH-LIMIT
      * The account maintenance rule: the cash line may not exceed
      * the credit line.
      *----------------------------------------------------------------*
       4200-EDIT-CASH-LIMIT.

           MOVE HOST-ACCT-CASH-LIMIT TO WS-AHST-OLD-LIMIT-EDIT
           MOVE WS-AHST-OLD-LIMIT-EDIT TO BAM-OLD-VALUE

           EVALUATE TRUE
               WHEN BAM-NEW-AMT > HOST-ACCT-CREDIT-LIMIT
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'CASH LIMIT CANNOT BE HIGHER THAN CREDIT LIMIT'
                     TO WS-ROW-REASON
               WHEN BAM-NEW-AMT = HOST-ACCT-CASH-LIMIT
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'NEW CASH LIMIT EQUALS THE CURRENT LIMIT'
                     TO WS-ROW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4300-EDIT-GROUP-CHANGE
      * COPRD01A's edits, with the notice window counted from the
      * business date.
      *----------------------------------------------------------------*
       4300-EDIT-GROUP-CHANGE.

           MOVE HOST-ACCT-GROUP-ID TO BAM-OLD-VALUE

           EVALUATE TRUE
               WHEN BAM-NEW-VALUE = SPACES OR LOW-VALUES
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'NEW PRODUCT GROUP CAN NOT BE EMPTY'
                     TO WS-ROW-REASON
               WHEN BAM-EFF-DATE(1:4) NOT NUMERIC
                 OR BAM-EFF-DATE(5:1) NOT = '-'
                 OR BAM-EFF-DATE(6:2) NOT NUMERIC
                 OR BAM-EFF-DATE(8:1) NOT = '-'
                 OR BAM-EFF-DATE(9:2) NOT NUMERIC
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE SHOULD BE YYYY-MM-DD'
                     TO WS-ROW-REASON
               WHEN HOST-ACCT-STATUS NOT = 'Y'
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'ACCOUNT IS NOT ACTIVE' TO WS-ROW-REASON
               WHEN BAM-NEW-VALUE = HOST-ACCT-GROUP-ID
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'ACCOUNT IS ALREADY IN THAT GROUP'
                     TO WS-ROW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT ROW-IS-VALID
               GO TO 4300-EDIT-GROUP-CHANGE-EXIT
           END-IF

           MOVE BAM-EFF-DATE(1:4) TO WS-EFF-YYYYMMDD(1:4)
           MOVE BAM-EFF-DATE(6:2) TO WS-EFF-YYYYMMDD(5:2)
           MOVE BAM-EFF-DATE(9:2) TO WS-EFF-YYYYMMDD(7:2)
           COMPUTE WS-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFF-YYYYMMDD)
           IF WS-EFF-INT - WS-BIZDT-INT < WS-NOTICE-DAYS
               SET ROW-IS-REJECTED TO TRUE
               MOVE 'EFFECTIVE DATE INSIDE THE 45-DAY NOTICE WINDOW'
                 TO WS-ROW-REASON
               GO TO 4300-EDIT-GROUP-CHANGE-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-EXIST-COUNT
               FROM PRODCHG
               WHERE PCH_ACCT_ID = :BAM-ACCT-ID
               AND   PCH_STATUS = 'P'
           END-EXEC

           IF SQLCODE = 0 AND HOST-EXIST-COUNT > 0
               SET ROW-IS-REJECTED TO TRUE
               MOVE 'A PRODUCT CHANGE IS ALREADY PENDING'
                 TO WS-ROW-REASON
           END-IF.
       4300-EDIT-GROUP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4400-EDIT-STATUS-CHANGE
      * Only the open/closed flip the account update allows. A
      * charged-off or settled account leaves that status only
      * through its own recovery process.
      *----------------------------------------------------------------*
       4400-EDIT-STATUS-CHANGE.

           MOVE HOST-ACCT-STATUS TO BAM-OLD-VALUE

           EVALUATE TRUE
               WHEN BAM-NEW-VALUE(1:1) NOT = 'Y' AND NOT = 'N'
                 OR BAM-NEW-VALUE(2:9) NOT = SPACES
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'NEW ACCOUNT STATUS MUST BE Y OR N'
                     TO WS-ROW-REASON
               WHEN HOST-ACCT-STATUS NOT = 'Y' AND NOT = 'N'
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'ACCOUNT IS CHARGED OFF OR SETTLED'
                     TO WS-ROW-REASON
               WHEN BAM-NEW-VALUE(1:1) = HOST-ACCT-STATUS
                   SET ROW-IS-REJECTED TO TRUE
                   MOVE 'ACCOUNT ALREADY HAS THAT STATUS'
                     TO WS-ROW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 4500-EDIT-AUTOPAY-REMOVAL
      * COAUP01A lets any account unenroll, whatever its status.
      *----------------------------------------------------------------*
       4500-EDIT-AUTOPAY-REMOVAL.

           MOVE HOST-AUTOPAY-FLAG TO BAM-OLD-VALUE

           IF HOST-AUTOPAY-FLAG NOT = 'Y'
               SET ROW-IS-REJECTED TO TRUE
               MOVE 'ACCOUNT IS NOT ENROLLED IN AUTOPAY'
                 TO WS-ROW-REASON
           END-IF.

      *----------------------------------------------------------------*
      *                     5000-APPLY-ACTION
      * Issues no COMMIT of its own. Any failure comes back as
      * ROW-IS-ERROR and the caller rolls the row back.
      *----------------------------------------------------------------*
       5000-APPLY-ACTION.

           MOVE BAM-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE HOST-PDC-CHECKER-ID TO WS-AHST-USER-ID
           MOVE BAM-ACCT-ID TO WS-NOTIFY-ACCT-ID
           MOVE SPACES TO WS-NOTIFY-CARD-NUM
           SET NOTIFY-TYPE-CARD-CHANGE TO TRUE
           MOVE SPACES TO WS-NOTIFY-MSG

           EVALUATE TRUE
               WHEN BAM-ACTION-CREDIT-LIMIT
                   PERFORM 5100-APPLY-CREDIT-LIMIT
                      THRU 5100-APPLY-CREDIT-LIMIT-EXIT
               WHEN BAM-ACTION-CASH-LIMIT
                   PERFORM 5200-APPLY-CASH-LIMIT
                      THRU 5200-APPLY-CASH-LIMIT-EXIT
               WHEN BAM-ACTION-GROUP-CHANGE
                   PERFORM 5300-APPLY-GROUP-CHANGE
                      THRU 5300-APPLY-GROUP-CHANGE-EXIT
               WHEN BAM-ACTION-STATUS-CHANGE
                   PERFORM 5400-APPLY-STATUS-CHANGE
                      THRU 5400-APPLY-STATUS-CHANGE-EXIT
               WHEN OTHER
                   PERFORM 5500-APPLY-AUTOPAY-REMOVAL
                      THRU 5500-APPLY-AUTOPAY-REMOVAL-EXIT
           END-EVALUATE

           IF ROW-IS-VALID
               PERFORM WRITE-NOTIFICATION
                  THRU WRITE-NOTIFICATION-EXIT
               IF NOTIFY-ERR-ON
                   SET ROW-IS-ERROR TO TRUE
                   MOVE 'DB ERROR QUEUING THE CUSTOMER NOTICE'
                     TO WS-ROW-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                 5100-APPLY-CREDIT-LIMIT
      * The same trail COCLM01A leaves for a supervisor-decided
      * change: a CLREQ row (requested by the maker, decided by the
      * checker), the CLAUDIT row and the ACCTHIST row. A decrease
      * is an adverse action and queues the AANOTICE letter as well
      * as the alert.
      *----------------------------------------------------------------*
       5100-APPLY-CREDIT-LIMIT.

           MOVE HOST-ACCT-CREDIT-LIMIT TO WS-OLD-AMT

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CREDIT_LIMIT = :BAM-NEW-AMT
               WHERE ACCT_ID = :BAM-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5100-APPLY-CREDIT-LIMIT-EXIT
           END-IF

           PERFORM 5800-READ-CUSTOMER-FICO

           EXEC SQL
               SELECT NEXT VALUE FOR CLR_REQUEST_ID_SEQ
               INTO :HOST-CLR-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-CLR-ID-SEQ TO CLR-REQUEST-ID
           MOVE BAM-ACCT-ID TO CLR-ACCT-ID
           MOVE WS-OLD-AMT TO CLR-CURR-LIMIT
           MOVE BAM-NEW-AMT TO CLR-REQUESTED-LIMIT
           MOVE BAM-BATCH-ID TO WS-BATCH-ID-DISPLAY
           MOVE SPACES TO CLR-REASON-DESC
           STRING 'BULK MAINTENANCE BATCH ' WS-BATCH-ID-DISPLAY
             DELIMITED BY SIZE INTO CLR-REASON-DESC
           MOVE 'A' TO CLR-STATUS
           MOVE 'N' TO CLR-AUTO-DECISION-IND
           MOVE HOST-CUST-FICO TO CLR-FICO-AT-REQUEST
           MOVE BAM-MAKER-ID TO CLR-REQUESTED-BY
           MOVE HOST-PDC-CHECKER-ID TO CLR-DECIDED-BY
           MOVE HOST-NOW-TS TO CLR-CREATE-TS
           MOVE HOST-NOW-TS TO CLR-DECIDE-TS

           EXEC SQL
               INSERT INTO CLREQ
               (CLR_REQUEST_ID, CLR_ACCT_ID, CLR_CURR_LIMIT,
                CLR_REQUESTED_LIMIT, CLR_REASON_DESC, CLR_STATUS,
                CLR_AUTO_DECISION_IND, CLR_FICO_AT_REQUEST,
                CLR_REQUESTED_BY, CLR_DECIDED_BY, CLR_CREATE_TS,
                CLR_DECIDE_TS)
               VALUES
               (:CLR-REQUEST-ID, :CLR-ACCT-ID, :CLR-CURR-LIMIT,
                :CLR-REQUESTED-LIMIT, :CLR-REASON-DESC, :CLR-STATUS,
                :CLR-AUTO-DECISION-IND, :CLR-FICO-AT-REQUEST,
                :CLR-REQUESTED-BY, :CLR-DECIDED-BY, :CLR-CREATE-TS,
                :CLR-DECIDE-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5100-APPLY-CREDIT-LIMIT-EXIT
           END-IF

           EXEC SQL
               SELECT NEXT VALUE FOR CLAUDIT_ID_SEQ
               INTO :HOST-AUDIT-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               INSERT INTO CLAUDIT
               (CLA_AUDIT_ID, CLA_REQUEST_ID, CLA_ACCT_ID,
                CLA_OLD_LIMIT, CLA_NEW_LIMIT, CLA_CHANGED_BY,
                CLA_CHANGE_TS)
               VALUES
               (:HOST-AUDIT-ID-SEQ, :CLR-REQUEST-ID,
                :BAM-ACCT-ID, :WS-OLD-AMT,
                :BAM-NEW-AMT, :HOST-PDC-CHECKER-ID,
                :HOST-NOW-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5100-APPLY-CREDIT-LIMIT-EXIT
           END-IF

           MOVE 'CREDIT-LIMIT' TO WS-AHST-FIELD-NAME
           PERFORM 5700-WRITE-LIMIT-HISTORY
           IF NOT ROW-IS-VALID
               GO TO 5100-APPLY-CREDIT-LIMIT-EXIT
           END-IF

           IF BAM-NEW-AMT < WS-OLD-AMT
               MOVE 'CREDIT LINE DECREASED' TO HOST-AAN-REASON
               PERFORM 5850-QUEUE-ADVERSE-NOTICE
           END-IF

           MOVE BAM-NEW-AMT TO WS-AMT-EDIT
           STRING 'Your credit limit has been changed to '
                  WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-NOTIFY-MSG.
       5100-APPLY-CREDIT-LIMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  5200-APPLY-CASH-LIMIT
      *----------------------------------------------------------------*
       5200-APPLY-CASH-LIMIT.

           MOVE HOST-ACCT-CASH-LIMIT TO WS-OLD-AMT

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CASH_CREDIT_LIMIT = :BAM-NEW-AMT
               WHERE ACCT_ID = :BAM-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5200-APPLY-CASH-LIMIT-EXIT
           END-IF

           MOVE 'CASH-LIMIT' TO WS-AHST-FIELD-NAME
           PERFORM 5700-WRITE-LIMIT-HISTORY
           IF NOT ROW-IS-VALID
               GO TO 5200-APPLY-CASH-LIMIT-EXIT
           END-IF

           IF BAM-NEW-AMT < WS-OLD-AMT
               PERFORM 5800-READ-CUSTOMER-FICO
               MOVE 'CASH ADVANCE LINE DECREASED' TO HOST-AAN-REASON
               PERFORM 5850-QUEUE-ADVERSE-NOTICE
           END-IF

           MOVE BAM-NEW-AMT TO WS-AMT-EDIT
           STRING 'Your cash advance limit has been changed to '
                  WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-NOTIFY-MSG.
       5200-APPLY-CASH-LIMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 5300-APPLY-GROUP-CHANGE
      * Places the product change order exactly as COPRD01A does -
      * CBACT54A flips ACCT-GROUP-ID on the effective date and
      * journals it then. The statement notice targets the whole
      * old group, so a batch moving many accounts out of one group
      * on one date stages it once.
      *----------------------------------------------------------------*
       5300-APPLY-GROUP-CHANGE.

           EXEC SQL
               SELECT NEXT VALUE FOR PCH_ORDER_ID_SEQ
               INTO :HOST-PCH-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-PCH-ID-SEQ TO PCH-ORDER-ID
           MOVE BAM-ACCT-ID TO PCH-ACCT-ID
           MOVE HOST-ACCT-GROUP-ID TO PCH-OLD-GROUP-ID
           MOVE BAM-NEW-VALUE TO PCH-NEW-GROUP-ID
           MOVE BAM-EFF-DATE TO PCH-EFF-DATE
           MOVE HOST-PDC-CHECKER-ID TO PCH-PLACED-BY
           MOVE HOST-NOW-TS TO PCH-CREATE-TS

           EXEC SQL
               INSERT INTO PRODCHG
               (PCH_ORDER_ID, PCH_ACCT_ID, PCH_OLD_GROUP_ID,
                PCH_NEW_GROUP_ID, PCH_EFF_DATE, PCH_STATUS,
                PCH_PLACED_BY, PCH_CREATE_TS)
               VALUES
               (:PCH-ORDER-ID, :PCH-ACCT-ID, :PCH-OLD-GROUP-ID,
                :PCH-NEW-GROUP-ID, :PCH-EFF-DATE, 'P',
                :PCH-PLACED-BY, :PCH-CREATE-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5300-APPLY-GROUP-CHANGE-EXIT
           END-IF

           MOVE SPACES TO HOST-MSG-TEXT
           STRING 'NOTICE: YOUR ACCOUNT TERMS CHANGE EFFECTIVE '
                  PCH-EFF-DATE
             DELIMITED BY SIZE
             INTO HOST-MSG-TEXT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-EXIST-COUNT
               FROM STMTMSG
               WHERE MSG_GROUP_ID = :PCH-OLD-GROUP-ID
               AND   MSG_EFF_END_DATE = :PCH-EFF-DATE
               AND   MSG_TEXT = :HOST-MSG-TEXT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5300-APPLY-GROUP-CHANGE-EXIT
           END-IF

           IF HOST-EXIST-COUNT = 0
               EXEC SQL
                   SELECT NEXT VALUE FOR MSG_ID_SEQ
                   INTO :HOST-MSG-ID-SEQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE HOST-MSG-ID-SEQ TO HOST-MSG-ID

               EXEC SQL
                   INSERT INTO STMTMSG
                   (MSG_ID, MSG_GROUP_ID, MSG_EFF_START_DATE,
                    MSG_EFF_END_DATE, MSG_PRIORITY, MSG_TEXT)
                   VALUES
                   (:HOST-MSG-ID, :PCH-OLD-GROUP-ID,
                    :HOST-BIZ-DATE, :PCH-EFF-DATE, 1,
                    :HOST-MSG-TEXT)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 5900-APPLY-SQL-ERROR
                   GO TO 5300-APPLY-GROUP-CHANGE-EXIT
               END-IF
           END-IF

           STRING 'Your account moves to new product terms on '
                  PCH-EFF-DATE
             DELIMITED BY SIZE INTO WS-NOTIFY-MSG.
       5300-APPLY-GROUP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 5400-APPLY-STATUS-CHANGE
      *----------------------------------------------------------------*
       5400-APPLY-STATUS-CHANGE.

           MOVE BAM-NEW-VALUE(1:1) TO WS-ROW-NEW-STATUS

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_ACTIVE_STATUS = :WS-ROW-NEW-STATUS
               WHERE ACCT_ID = :BAM-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5400-APPLY-STATUS-CHANGE-EXIT
           END-IF

           MOVE 'ACCT-STATUS' TO WS-AHST-FIELD-NAME
           MOVE HOST-ACCT-STATUS TO WS-AHST-OLD-VALUE
           MOVE WS-ROW-NEW-STATUS TO WS-AHST-NEW-VALUE
           PERFORM 5750-WRITE-HISTORY
           IF NOT ROW-IS-VALID
               GO TO 5400-APPLY-STATUS-CHANGE-EXIT
           END-IF

           IF WS-ROW-NEW-STATUS = 'N'
               MOVE 'Your account has been closed'
                 TO WS-NOTIFY-MSG
           ELSE
               MOVE 'Your account has been reopened'
                 TO WS-NOTIFY-MSG
           END-IF.
       5400-APPLY-STATUS-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                5500-APPLY-AUTOPAY-REMOVAL
      * Tells the cardholder payments will no longer be drafted, so
      * the next one is not missed.
      *----------------------------------------------------------------*
       5500-APPLY-AUTOPAY-REMOVAL.

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_AUTOPAY_ENROLL_FLAG = 'N'
               WHERE ACCT_ID = :BAM-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
               GO TO 5500-APPLY-AUTOPAY-REMOVAL-EXIT
           END-IF

           MOVE 'AUTOPAY-ENROLL' TO WS-AHST-FIELD-NAME
           MOVE HOST-AUTOPAY-FLAG TO WS-AHST-OLD-VALUE
           MOVE 'N' TO WS-AHST-NEW-VALUE
           PERFORM 5750-WRITE-HISTORY
           IF NOT ROW-IS-VALID
               GO TO 5500-APPLY-AUTOPAY-REMOVAL-EXIT
           END-IF

           MOVE 'Autopay has been removed - please make your payments
      -         ' directly' TO WS-NOTIFY-MSG.
       5500-APPLY-AUTOPAY-REMOVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 5700-WRITE-LIMIT-HISTORY
      * The caller has set WS-AHST-FIELD-NAME and WS-OLD-AMT.
      *----------------------------------------------------------------*
       5700-WRITE-LIMIT-HISTORY.

           MOVE WS-OLD-AMT TO WS-AHST-OLD-LIMIT-EDIT
           MOVE WS-AHST-OLD-LIMIT-EDIT TO WS-AHST-OLD-VALUE
           MOVE BAM-NEW-AMT TO WS-AHST-NEW-LIMIT-EDIT
           MOVE WS-AHST-NEW-LIMIT-EDIT TO WS-AHST-NEW-VALUE
           PERFORM 5750-WRITE-HISTORY.

      *----------------------------------------------------------------*
      *                    5750-WRITE-HISTORY
      *----------------------------------------------------------------*
       5750-WRITE-HISTORY.

           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT
           IF AHST-ERR-ON
               SET ROW-IS-ERROR TO TRUE
               MOVE 'DB ERROR WRITING MAINTENANCE HISTORY'
                 TO WS-ROW-REASON
           END-IF.

      *----------------------------------------------------------------*
      *                 5800-READ-CUSTOMER-FICO
      * Primary customer on the account, as COCLM01A finds it; a
      * customer not on file leaves the score at zero.
      *----------------------------------------------------------------*
       5800-READ-CUSTOMER-FICO.

           MOVE ZEROS TO HOST-XREF-CUST-ID
           MOVE ZEROS TO HOST-CUST-FICO

           EXEC SQL
               SELECT XREF_CUST_ID
               INTO :HOST-XREF-CUST-ID
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :BAM-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :BAM-ACCT-ID)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT CUST_FICO_CREDIT_SCORE
                   INTO :HOST-CUST-FICO
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-XREF-CUST-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZEROS TO HOST-CUST-FICO
               END-IF
           ELSE
               MOVE ZEROS TO HOST-XREF-CUST-ID
           END-IF.

      *----------------------------------------------------------------*
      *                5850-QUEUE-ADVERSE-NOTICE
      * The caller has set HOST-AAN-REASON and read the customer.
      *----------------------------------------------------------------*
       5850-QUEUE-ADVERSE-NOTICE.

           EXEC SQL
               SELECT NEXT VALUE FOR AAN_NOTICE_ID_SEQ
               INTO :HOST-AAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               INSERT INTO AANOTICE
               (AAN_NOTICE_ID, AAN_SOURCE, AAN_ACCT_ID, AAN_CUST_ID,
                AAN_REASON_DESC, AAN_FICO_USED, AAN_STATUS,
                AAN_DEADLINE_DATE, AAN_SENT_DATE, AAN_CREATE_TS)
               VALUES
               (:HOST-AAN-ID-SEQ, 'CBBAM01A', :BAM-ACCT-ID,
                :HOST-XREF-CUST-ID, :HOST-AAN-REASON,
                :HOST-CUST-FICO, 'P',
                CURRENT DATE + 30 DAYS, ' ', :HOST-NOW-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 5900-APPLY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *                  5900-APPLY-SQL-ERROR
      *----------------------------------------------------------------*
       5900-APPLY-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           SET ROW-IS-ERROR TO TRUE
           MOVE SPACES TO WS-ROW-REASON
           STRING 'DB ERROR APPLYING THE ACTION - SQLCODE: '
                  WS-SQLCODE-DISPLAY
             DELIMITED BY SIZE INTO WS-ROW-REASON.

      *----------------------------------------------------------------*
      *                  7000-LIST-BATCH-ROWS
      * Every row of the batch in HOST-RSLT-BATCH-ID with its
      * outcome, followed by the batch's counts.
      *----------------------------------------------------------------*
       7000-LIST-BATCH-ROWS.

           MOVE HOST-RSLT-BATCH-ID TO WS-BATCH-ID-DISPLAY
           MOVE SPACES TO WS-OUT-LINE
           STRING '    BATCH ' WS-BATCH-ID-DISPLAY
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '        SEQ ACCOUNT     ACT NEW VALUE      '
                  'RESULT     REASON'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE

           SET RSLT-CURSOR-NOT-EOF TO TRUE
           EXEC SQL
               OPEN CUR-BAM-RSLT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BAM-RSLT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BAM-ERRORS
               GO TO 7000-LIST-BATCH-ROWS-EXIT
           END-IF

           PERFORM 7100-LIST-ONE-ROW
               UNTIL RSLT-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BAM-RSLT
           END-EXEC.
       7000-LIST-BATCH-ROWS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    7100-LIST-ONE-ROW
      *----------------------------------------------------------------*
       7100-LIST-ONE-ROW.

           EXEC SQL
               FETCH CUR-BAM-RSLT
               INTO :BAM-ROW-SEQ, :BAM-ACCT-ID, :BAM-ACTION-CD,
                    :BAM-NEW-AMT, :BAM-NEW-VALUE, :BAM-STATUS,
                    :BAM-REASON
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RSLT-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BAM-RSLT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BAM-ERRORS
                   SET RSLT-CURSOR-EOF TO TRUE
           END-EVALUATE

           IF RSLT-CURSOR-NOT-EOF
               EVALUATE TRUE
                   WHEN BAM-STATUS-STAGED
                       MOVE 'STAGED' TO WS-RESULT-TEXT
                   WHEN BAM-STATUS-RELEASED
                       MOVE 'NOT DONE' TO WS-RESULT-TEXT
                   WHEN BAM-STATUS-APPLIED
                       MOVE 'APPLIED' TO WS-RESULT-TEXT
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-RESULT-TEXT
               END-EVALUATE
               IF BAM-ACTION-CREDIT-LIMIT OR BAM-ACTION-CASH-LIMIT
                   MOVE BAM-NEW-AMT TO WS-AMT-EDIT
                   MOVE WS-AMT-EDIT TO WS-NEW-VALUE-TEXT
               ELSE
                   MOVE BAM-NEW-VALUE TO WS-NEW-VALUE-TEXT
               END-IF
               MOVE BAM-ROW-SEQ TO WS-SEQ-EDIT
               MOVE BAM-ACCT-ID TO WS-ACCT-ID-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING '    ' WS-SEQ-EDIT ' ' WS-ACCT-ID-DISPLAY
                      '  ' BAM-ACTION-CD '  ' WS-NEW-VALUE-TEXT
                      ' ' WS-RESULT-TEXT ' ' BAM-REASON
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                    8900-WRITE-RSLT-LINE
      *----------------------------------------------------------------*
       8900-WRITE-RSLT-LINE.

           MOVE WS-OUT-LINE TO BAM-RSLT-LINE
           WRITE BAM-RSLT-LINE.

      *----------------------------------------------------------------*
      *                       9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** MAINTENANCE FILE ENDS WITHOUT A TRL'
                 TO WS-OUT-LINE
               PERFORM 8900-WRITE-RSLT-LINE
               DISPLAY 'MAINTENANCE FILE HAS NO TRL'
               ADD 1 TO WS-BAM-ERRORS
               PERFORM 3030-DISCARD-BATCH
               PERFORM 3050-LIST-DISCARDED-BATCH
           END-IF

           CLOSE BAM-INPUT-FILE

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-TO-APPLY TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'DECIDED ROWS WORKED...: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-APPLIED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  APPLIED.............: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-APPLY-REJECTED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  REJECTED AT APPLY...: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-CHECKER-REJECTED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  REJECTED BY CHECKER.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-RECEIVED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'FILE ROWS RECEIVED....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-STAGED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  STAGED FOR APPROVAL.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-ROWS-LOAD-REJECTED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  REJECTED AT LOAD....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-BATCHES-LOADED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'BATCHES FOR APPROVAL..: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-BATCHES-DISCARDED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'BATCHES DISCARDED.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE
           MOVE WS-BAM-ERRORS TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'PROCESSING ERRORS.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 8900-WRITE-RSLT-LINE

           CLOSE BAM-RSLT-FILE

           DISPLAY 'DECIDED ROWS WORKED...: ' WS-ROWS-TO-APPLY
           DISPLAY 'ROWS APPLIED..........: ' WS-ROWS-APPLIED
           DISPLAY 'REJECTED AT APPLY.....: ' WS-ROWS-APPLY-REJECTED
           DISPLAY 'REJECTED BY CHECKER...: ' WS-ROWS-CHECKER-REJECTED
           DISPLAY 'FILE ROWS RECEIVED....: ' WS-ROWS-RECEIVED
           DISPLAY 'STAGED FOR APPROVAL...: ' WS-ROWS-STAGED
           DISPLAY 'REJECTED AT LOAD......: ' WS-ROWS-LOAD-REJECTED
           DISPLAY 'BATCHES FOR APPROVAL..: ' WS-BATCHES-LOADED
           DISPLAY 'BATCHES DISCARDED.....: ' WS-BATCHES-DISCARDED
           DISPLAY 'PROCESSING ERRORS.....: ' WS-BAM-ERRORS

           IF WS-BAM-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

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
