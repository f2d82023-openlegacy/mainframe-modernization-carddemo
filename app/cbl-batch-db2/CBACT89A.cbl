      *****************************************************************
      * Program     : CBACT89A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Collection agency remittance posting - applies
      *               the collections each agency reports on its
      *               inbound remittance file to RECOVERY, net of the
      *               agency's commission at the rate fixed on the
      *               placement, and reconciles every envelope against
      *               the amount the agency says it remitted. One file
      *               may carry several agencies, each in its own
      *               HDR/TRL envelope. Every item - posted or not -
      *               leaves an AGYREMIT row, and the AGYRRPT report
      *               lists items, rejects, commission disputes and
      *               the envelope proof for the recovery desk.
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
      * 2026-10-15 - New batch job: collection agency remittance
      *              posting and reconciliation
      * 2026-10-15 - Gross collected credited to any settlement offer
      *              open on the account
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT89A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-REMIT-FILE ASSIGN TO AGYRMTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.
           SELECT AGYRRPT-FILE ASSIGN TO AGYRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD AGY-REMIT-FILE
           RECORDING MODE IS F.
       01 AGY-REMIT-IN-RECORD.
      *   'HDR' opens an agency's envelope, 'TRL' closes it with the
      *   item count, gross collected and net remitted; otherwise a
      *   collection item. Amounts are signed '+00000123.45'.
          05 ARI-ACCT-ID                PIC X(11).
          05 ARI-PLACEMENT-ID           PIC X(18).
          05 ARI-PAY-DATE               PIC X(10).
          05 ARI-GROSS-AMT              PIC X(12).
      *   Commission the agency deducted before remitting
          05 ARI-AGY-COMMISSION-AMT     PIC X(12).
          05 FILLER                     PIC X(17).

       FD AGYRRPT-FILE
           RECORDING MODE IS F.
       01 AGYRRPT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT89A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RMT-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ITEMS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-POSTED            PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-REJECTED          PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-PRIOR-RUN         PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-COMM-VARIANCE     PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-ENVELOPES-READ          PIC 9(05) VALUE ZEROS.
         05 WS-TOTAL-NET-POSTED        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

      * Envelope - the agency's own statement of what it collected
      * and what it wired after keeping its commission
       01 WS-ENVELOPE-FIELDS.
         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-AGY-ID          PIC X(08).
            10 WS-ENV-H-REMIT-DATE      PIC X(10).
            10 FILLER                   PIC X(59).
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-ITEM-COUNT      PIC X(09).
            10 WS-ENV-T-GROSS-TOTAL     PIC X(16).
            10 WS-ENV-T-NET-REMITTED    PIC X(16).
            10 FILLER                   PIC X(36).
         05 WS-ENV-REMIT-DATE           PIC X(10) VALUE SPACES.
         05 WS-ENV-STATED-COUNT         PIC 9(09) VALUE ZEROS.
         05 WS-ENV-STATED-GROSS         PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-STATED-NET           PIC S9(13)V99 VALUE ZEROS.
      *  What the items add up to, and how they were disposed of
         05 WS-ENV-ITEM-COUNT           PIC 9(09) VALUE ZEROS.
         05 WS-ENV-GROSS                PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-AGY-NET              PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-NET-POSTED           PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-REJECTED-AMT         PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-COMM-VARIANCE        PIC S9(13)V99 VALUE ZEROS.
         05 WS-ENV-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88 ENV-OPEN                            VALUE 'Y'.
           88 ENV-NOT-OPEN                        VALUE 'N'.
         05 WS-ENV-AGENCY-FLAG          PIC X(01) VALUE 'N'.
           88 ENV-AGENCY-KNOWN                    VALUE 'Y'.
           88 ENV-AGENCY-UNKNOWN                  VALUE 'N'.

       01 WS-WORK-FIELDS.
         05 WS-ITEM-SEQ                PIC 9(07) VALUE ZEROS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-PLACEMENT-ID-N          PIC 9(18) VALUE ZEROS.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
         05 WS-GROSS-AMT-N             PIC S9(10)V99 VALUE ZERO.
         05 WS-AGY-COMM-AMT-N          PIC S9(10)V99 VALUE ZERO.
         05 WS-COMM-AMT-N              PIC S9(10)V99 VALUE ZERO.
         05 WS-NET-AMT-N               PIC S9(10)V99 VALUE ZERO.
         05 WS-COMM-DIFF               PIC S9(10)V99 VALUE ZERO.
         05 WS-BALANCE-DIFF            PIC S9(13)V99 VALUE ZEROS.
         05 WS-REJECT-REASON           PIC X(04) VALUE SPACES.
         05 WS-ITEM-DISPOSITION        PIC X(10) VALUE SPACES.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).
         05 WS-OUT-LINE                PIC X(132).
         05 WS-SEQ-EDIT                PIC Z(06)9.
         05 WS-CNT-EDIT                PIC Z(08)9.
         05 WS-CNT-EDIT-2              PIC Z(08)9.
         05 WS-AMT-EDIT-1              PIC -(12)9.99.
         05 WS-AMT-EDIT-2              PIC -(12)9.99.
         05 WS-AMT-EDIT-3              PIC -(12)9.99.
         05 WS-AMT-EDIT-4              PIC -(12)9.99.

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 RMT-FILE-EOF                          VALUE 'Y'.
         88 RMT-FILE-NOT-EOF                      VALUE 'N'.

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

      * Settlement tracking - see CSUTLOPL; what the debtor paid
      * the agency counts toward any settlement offer open on the
      * account, in the posting's unit of work.
       01 WS-STLT-FIELDS.
       COPY CSUTLOWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-AGY-ID                  PIC X(08).
       01 HOST-AGY-NAME                PIC X(50).
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-PLACEMENT-ID            PIC S9(18) COMP-3.
       01 HOST-XREF-CARD-NUM           PIC X(16).
       01 HOST-PRIOR-STATUS            PIC X(01).

       01 HOST-RCV-RECORD.
         05 HOST-RCV-CHARGEOFF-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-RCV-RECOVERED-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-RCV-AGY-COMM-AMT      PIC S9(10)V99 COMP-3.
         05 HOST-RCV-STATUS            PIC X(01).
         05 HOST-NEW-STATUS            PIC X(01).

       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-TRAN-RECORD.
         05 HOST-TRAN-ID               PIC X(16).
         05 HOST-TRAN-AMT              PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-DESC             PIC X(50).

       COPY CVAGY02Y.
       COPY CVAGY03Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT89A - AGENCY REMITTANCE POSTING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT89A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REMIT-FILE
                   UNTIL RMT-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT89A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ITEMS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ITEMS-POSTED TO WS-RTOT-RECS-POSTED
           MOVE WS-ITEMS-REJECTED TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-NET-POSTED TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT89A - AGENCY REMITTANCE POSTING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ITEMS-READ
           MOVE ZEROS TO WS-ITEMS-POSTED
           MOVE ZEROS TO WS-ITEMS-REJECTED
           MOVE ZEROS TO WS-ITEMS-PRIOR-RUN
           MOVE ZEROS TO WS-ITEMS-COMM-VARIANCE
           MOVE ZEROS TO WS-ITEMS-ERRORS
           MOVE ZEROS TO WS-ENVELOPES-READ
           MOVE ZEROS TO WS-TOTAL-NET-POSTED
           MOVE ZEROS TO WS-ITEM-SEQ
           SET RMT-FILE-NOT-EOF TO TRUE
           SET ENV-NOT-OPEN TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-TRAN-TS

           OPEN OUTPUT AGYRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGYRRPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT89A  AGENCY REMITTANCE POSTING  BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '    SEQ ACCOUNT     PLACEMENT         '
                  '          GROSS    AGENCY COMM  CONTRACT COMM'
                  '        NET APPLIED DISPOSITION'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           OPEN INPUT AGY-REMIT-FILE
           IF WS-RMT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGY-REMIT-FILE - STATUS: '
                       WS-RMT-FILE-STATUS
               SET RMT-FILE-EOF TO TRUE
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-PROCESS-REMIT-FILE
      *----------------------------------------------------------------*
       2000-PROCESS-REMIT-FILE.

           READ AGY-REMIT-FILE
               AT END
                   SET RMT-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AGY-REMIT-IN-RECORD(1:3) = 'HDR'
                           PERFORM 2010-OPEN-ENVELOPE
                       WHEN AGY-REMIT-IN-RECORD(1:3) = 'TRL'
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
      * A new HDR while an envelope is still open means the previous
      * agency's trailer never arrived - its remittance is unproven.
      * An agency not on the master still has its items recorded,
      * all rejected, so the money can be traced and returned.
      *----------------------------------------------------------------*
       2010-OPEN-ENVELOPE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               STRING '** ENVELOPE FOR AGENCY ' HOST-AGY-ID
                      ' HAS NO TRL RECORD - REMITTANCE NOT PROVEN'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'AGENCY ' HOST-AGY-ID ' ENVELOPE HAS NO TRL'
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           ADD 1 TO WS-ENVELOPES-READ
           SET ENV-OPEN TO TRUE
           MOVE AGY-REMIT-IN-RECORD TO WS-ENV-HEADER-LAYOUT
           MOVE WS-ENV-H-AGY-ID TO HOST-AGY-ID
           IF WS-ENV-H-REMIT-DATE = SPACES
               MOVE WS-BIZDT-DATE TO WS-ENV-REMIT-DATE
           ELSE
               MOVE WS-ENV-H-REMIT-DATE TO WS-ENV-REMIT-DATE
           END-IF
           MOVE ZEROS TO WS-ENV-ITEM-COUNT
           MOVE ZEROS TO WS-ENV-GROSS
           MOVE ZEROS TO WS-ENV-AGY-NET
           MOVE ZEROS TO WS-ENV-NET-POSTED
           MOVE ZEROS TO WS-ENV-REJECTED-AMT
           MOVE ZEROS TO WS-ENV-COMM-VARIANCE

           EXEC SQL
               SELECT AGY_NAME
               INTO :HOST-AGY-NAME
               FROM AGENCY
               WHERE AGY_ID = :HOST-AGY-ID
           END-EXEC

           IF SQLCODE = 0
               SET ENV-AGENCY-KNOWN TO TRUE
           ELSE
               SET ENV-AGENCY-UNKNOWN TO TRUE
               MOVE '** NOT ON AGENCY MASTER **' TO HOST-AGY-NAME
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'AGENCY ' HOST-AGY-ID ' ' HOST-AGY-NAME
                  ' REMITTANCE DATED ' WS-ENV-REMIT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2020-CLOSE-ENVELOPE
      * The agency wired the gross it collected less the commission
      * it kept. Every item it listed - posted or rejected - is part
      * of that wire, so the items' gross less claimed commission
      * must equal the stated net remitted, and the item count and
      * gross must agree with the trailer. Any commission the agency
      * took beyond (or short of) the contract rate is shown
      * separately for settlement; it does not unbalance the wire.
      *----------------------------------------------------------------*
       2020-CLOSE-ENVELOPE.

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** TRL RECORD WITHOUT A HDR - IGNORED'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'REMITTANCE FILE HAS A TRL WITHOUT A HDR'
               ADD 1 TO WS-ITEMS-ERRORS
               GO TO 2020-CLOSE-ENVELOPE-EXIT
           END-IF

           SET ENV-NOT-OPEN TO TRUE
           MOVE AGY-REMIT-IN-RECORD TO WS-ENV-TRAILER-LAYOUT
           COMPUTE WS-ENV-STATED-COUNT =
               FUNCTION NUMVAL(WS-ENV-T-ITEM-COUNT)
           COMPUTE WS-ENV-STATED-GROSS =
               FUNCTION NUMVAL-C(WS-ENV-T-GROSS-TOTAL)
           COMPUTE WS-ENV-STATED-NET =
               FUNCTION NUMVAL-C(WS-ENV-T-NET-REMITTED)

           MOVE WS-ENV-ITEM-COUNT TO WS-CNT-EDIT
           MOVE WS-ENV-STATED-COUNT TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ITEMS ON FILE ' WS-CNT-EDIT
                  '   STATED ' WS-CNT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ENV-GROSS TO WS-AMT-EDIT-1
           MOVE WS-ENV-STATED-GROSS TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING '    GROSS COLLECTED ' WS-AMT-EDIT-1
                  '   STATED ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ENV-NET-POSTED TO WS-AMT-EDIT-1
           MOVE WS-ENV-REJECTED-AMT TO WS-AMT-EDIT-2
           MOVE WS-ENV-COMM-VARIANCE TO WS-AMT-EDIT-3
           MOVE SPACES TO WS-OUT-LINE
           STRING '    NET APPLIED ' WS-AMT-EDIT-1
                  '   REJECTED (AGENCY NET) ' WS-AMT-EDIT-2
                  '   COMMISSION OVER CONTRACT ' WS-AMT-EDIT-3
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           COMPUTE WS-BALANCE-DIFF =
               WS-ENV-STATED-NET - WS-ENV-AGY-NET
           MOVE WS-ENV-AGY-NET TO WS-AMT-EDIT-1
           MOVE WS-ENV-STATED-NET TO WS-AMT-EDIT-2
           MOVE WS-BALANCE-DIFF TO WS-AMT-EDIT-3
           MOVE SPACES TO WS-OUT-LINE
           STRING '    NET REMITTED PER ITEMS ' WS-AMT-EDIT-1
                  '   STATED ' WS-AMT-EDIT-2
                  '   DIFFERENCE ' WS-AMT-EDIT-3
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           IF WS-BALANCE-DIFF NOT = 0
              OR WS-ENV-ITEM-COUNT NOT = WS-ENV-STATED-COUNT
              OR WS-ENV-GROSS NOT = WS-ENV-STATED-GROSS
               MOVE SPACES TO WS-OUT-LINE
               STRING '** AGENCY ' HOST-AGY-ID
                      ' REMITTANCE OUT OF BALANCE **'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY '** AGENCY ' HOST-AGY-ID
                       ' REMITTANCE OUT OF BALANCE ** DIFFERENCE '
                       WS-AMT-EDIT-3
               ADD 1 TO WS-ITEMS-ERRORS
           ELSE
               DISPLAY 'AGENCY ' HOST-AGY-ID ' REMITTANCE '
                       WS-AMT-EDIT-2 ' FULLY ACCOUNTED FOR'
           END-IF.
       2020-CLOSE-ENVELOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2100-APPLY-ONE-ITEM
      *----------------------------------------------------------------*
       2100-APPLY-ONE-ITEM.

           SET RECORD-NOT-REJECTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-GROSS-AMT-N
           MOVE ZEROS TO WS-AGY-COMM-AMT-N
           MOVE ZEROS TO WS-COMM-AMT-N
           MOVE ZEROS TO WS-NET-AMT-N
           MOVE ZEROS TO HOST-ACCT-ID
           MOVE ZEROS TO HOST-PLACEMENT-ID
           MOVE SPACES TO HOST-TRAN-ID

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               STRING '** ITEM OUTSIDE ANY HDR/TRL ENVELOPE - '
                      'ACCOUNT ' ARI-ACCT-ID ' NOT APPLIED'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               ADD 1 TO WS-ITEMS-ERRORS
               GO TO 2100-APPLY-ONE-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ENV-ITEM-COUNT
           ADD 1 TO WS-ITEM-SEQ

           PERFORM 2110-CHECK-PRIOR-RUN
           IF HOST-PRIOR-STATUS NOT = SPACES
               GO TO 2100-APPLY-ONE-ITEM-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ENV-AGENCY-UNKNOWN
                   MOVE 'AGCY' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN ARI-ACCT-ID IS NOT NUMERIC
                   MOVE 'ACCT' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN ARI-PLACEMENT-ID IS NOT NUMERIC
                   MOVE 'PLCM' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN ARI-GROSS-AMT(1:1) NOT = '-' AND '+'
               WHEN ARI-GROSS-AMT(2:8) NOT NUMERIC
               WHEN ARI-GROSS-AMT(10:1) NOT = '.'
               WHEN ARI-GROSS-AMT(11:2) NOT NUMERIC
               WHEN ARI-AGY-COMMISSION-AMT(1:1) NOT = '-' AND '+'
               WHEN ARI-AGY-COMMISSION-AMT(2:8) NOT NUMERIC
               WHEN ARI-AGY-COMMISSION-AMT(10:1) NOT = '.'
               WHEN ARI-AGY-COMMISSION-AMT(11:2) NOT NUMERIC
                   MOVE 'AMNT' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N =
                       FUNCTION NUMVAL(ARI-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
                   COMPUTE WS-PLACEMENT-ID-N =
                       FUNCTION NUMVAL(ARI-PLACEMENT-ID)
                   MOVE WS-PLACEMENT-ID-N TO HOST-PLACEMENT-ID
                   COMPUTE WS-GROSS-AMT-N =
                       FUNCTION NUMVAL-C(ARI-GROSS-AMT)
                   COMPUTE WS-AGY-COMM-AMT-N =
                       FUNCTION NUMVAL-C(ARI-AGY-COMMISSION-AMT)
                   IF WS-GROSS-AMT-N NOT > 0
                      OR WS-AGY-COMM-AMT-N < 0
                      OR WS-AGY-COMM-AMT-N > WS-GROSS-AMT-N
                       MOVE 'AMNT' TO WS-REJECT-REASON
                       SET RECORD-REJECTED TO TRUE
                   END-IF
           END-EVALUATE

           ADD WS-GROSS-AMT-N TO WS-ENV-GROSS
           COMPUTE WS-ENV-AGY-NET = WS-ENV-AGY-NET
               + WS-GROSS-AMT-N - WS-AGY-COMM-AMT-N

           IF RECORD-NOT-REJECTED
               PERFORM 2200-LOCATE-PLACEMENT
                  THRU 2200-LOCATE-PLACEMENT-EXIT
           END-IF

           IF RECORD-NOT-REJECTED
               PERFORM 2300-POST-COLLECTION
           END-IF

           IF RECORD-REJECTED
               PERFORM 2700-RECORD-REJECT
           END-IF

           PERFORM 2800-WRITE-ITEM-LINE.
       2100-APPLY-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2110-CHECK-PRIOR-RUN
      * An item already on AGYREMIT for tonight was applied (or
      * rejected) by an earlier attempt of this run that did not
      * finish; it is counted into the envelope proof from what was
      * recorded and not applied a second time.
      *----------------------------------------------------------------*
       2110-CHECK-PRIOR-RUN.

           MOVE SPACES TO HOST-PRIOR-STATUS
           MOVE WS-BIZDT-DATE TO RMT-RUN-DATE
           MOVE HOST-AGY-ID TO RMT-AGY-ID
           MOVE WS-ITEM-SEQ TO RMT-ITEM-SEQ

           EXEC SQL
               SELECT RMT_STATUS, RMT_GROSS_AMT,
                      RMT_AGY_COMMISSION_AMT, RMT_COMMISSION_AMT,
                      RMT_NET_AMT
               INTO :HOST-PRIOR-STATUS, :RMT-GROSS-AMT,
                    :RMT-AGY-COMMISSION-AMT, :RMT-COMMISSION-AMT,
                    :RMT-NET-AMT
               FROM AGYREMIT
               WHERE RMT_RUN_DATE = :RMT-RUN-DATE
               AND   RMT_AGY_ID = :RMT-AGY-ID
               AND   RMT_ITEM_SEQ = :RMT-ITEM-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-PRIOR-STATUS
           ELSE
               ADD 1 TO WS-ITEMS-PRIOR-RUN
               ADD RMT-GROSS-AMT TO WS-ENV-GROSS
               COMPUTE WS-ENV-AGY-NET = WS-ENV-AGY-NET
                   + RMT-GROSS-AMT - RMT-AGY-COMMISSION-AMT
               IF HOST-PRIOR-STATUS = 'P'
                   ADD RMT-NET-AMT TO WS-ENV-NET-POSTED
                   COMPUTE WS-ENV-COMM-VARIANCE =
                       WS-ENV-COMM-VARIANCE
                       + RMT-AGY-COMMISSION-AMT - RMT-COMMISSION-AMT
               ELSE
                   COMPUTE WS-ENV-REJECTED-AMT = WS-ENV-REJECTED-AMT
                       + RMT-GROSS-AMT - RMT-AGY-COMMISSION-AMT
               END-IF
               MOVE WS-ITEM-SEQ TO WS-SEQ-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-SEQ-EDIT ' ' ARI-ACCT-ID ' '
                      ARI-PLACEMENT-ID
                      ' APPLIED BY AN EARLIER ATTEMPT - SKIPPED'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   2200-LOCATE-PLACEMENT
      * The item must name a placement this agency holds, or held
      * until a recall - an agency is paid on what it collected
      * while the account was out, even when the money reaches us
      * after the recall. A paid-off placement or a closed recovery
      * takes nothing more.
      *----------------------------------------------------------------*
       2200-LOCATE-PLACEMENT.

           EXEC SQL
               SELECT PLC_ACCT_ID, PLC_AGY_ID, PLC_STATUS,
                      PLC_COMMISSION_PCT
               INTO :PLC-ACCT-ID, :PLC-AGY-ID, :PLC-STATUS,
                    :PLC-COMMISSION-PCT
               FROM AGYPLACE
               WHERE PLC_PLACEMENT_ID = :HOST-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              OR PLC-ACCT-ID NOT = HOST-ACCT-ID
              OR PLC-AGY-ID NOT = HOST-AGY-ID
               MOVE 'PLCM' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               GO TO 2200-LOCATE-PLACEMENT-EXIT
           END-IF

           IF PLC-STATUS-PAID
               MOVE 'CLSD' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               GO TO 2200-LOCATE-PLACEMENT-EXIT
           END-IF

           EXEC SQL
               SELECT RCV_CHARGEOFF_AMT, RCV_RECOVERED_AMT,
                      COALESCE(RCV_AGY_COMMISSION_AMT, 0),
                      RCV_STATUS
               INTO :HOST-RCV-CHARGEOFF-AMT,
                    :HOST-RCV-RECOVERED-AMT,
                    :HOST-RCV-AGY-COMM-AMT, :HOST-RCV-STATUS
               FROM RECOVERY
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCT' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               GO TO 2200-LOCATE-PLACEMENT-EXIT
           END-IF

           IF HOST-RCV-STATUS NOT = 'O'
               MOVE 'CLSD' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               GO TO 2200-LOCATE-PLACEMENT-EXIT
           END-IF

           EXEC SQL
               SELECT XREF_CARD_NUM
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-ACCT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCT' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF.
       2200-LOCATE-PLACEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2300-POST-COLLECTION
      * Commission is due at the placement's contract rate on the
      * gross the debtor paid. RECOVERY is credited with the net and
      * carries the commission beside it, so the recovery closes
      * once the debtor has paid the charge-off in full. The
      * TRANSACT row, the RECOVERY and placement updates and the
      * AGYREMIT record are one unit of work.
      *----------------------------------------------------------------*
       2300-POST-COLLECTION.

           COMPUTE WS-COMM-AMT-N ROUNDED =
               WS-GROSS-AMT-N * PLC-COMMISSION-PCT / 100
           COMPUTE WS-NET-AMT-N = WS-GROSS-AMT-N - WS-COMM-AMT-N

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO HOST-TRAN-ID
           COMPUTE HOST-TRAN-AMT = 0 - WS-NET-AMT-N
           MOVE SPACES TO HOST-TRAN-DESC
           STRING 'AGENCY RECOVERY PAYMENT - AGENCY '
                  HOST-AGY-ID
             DELIMITED BY SIZE
             INTO HOST-TRAN-DESC

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_JOB_NAME, TRAN_JOB_DATE,
                TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, 'RV', 0, 'AGENCY',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-JOBRUN-JOB-NAME, :WS-BIZDT-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE = 0
               COMPUTE HOST-RCV-RECOVERED-AMT =
                   HOST-RCV-RECOVERED-AMT + WS-NET-AMT-N
               COMPUTE HOST-RCV-AGY-COMM-AMT =
                   HOST-RCV-AGY-COMM-AMT + WS-COMM-AMT-N
               IF HOST-RCV-RECOVERED-AMT + HOST-RCV-AGY-COMM-AMT
                  >= HOST-RCV-CHARGEOFF-AMT
                   MOVE 'C' TO HOST-NEW-STATUS
               ELSE
                   MOVE 'O' TO HOST-NEW-STATUS
               END-IF
               EXEC SQL
                   UPDATE RECOVERY
                   SET RCV_RECOVERED_AMT = :HOST-RCV-RECOVERED-AMT,
                       RCV_AGY_COMMISSION_AMT =
                           :HOST-RCV-AGY-COMM-AMT,
                       RCV_STATUS = :HOST-NEW-STATUS
                   WHERE RCV_ACCT_ID = :HOST-ACCT-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               IF HOST-NEW-STATUS = 'C'
                   MOVE 'C' TO PLC-STATUS
               END-IF
               MOVE WS-GROSS-AMT-N TO PLC-COLLECTED-AMT
               MOVE WS-COMM-AMT-N TO PLC-COMMISSION-AMT
               EXEC SQL
                   UPDATE AGYPLACE
                   SET PLC_COLLECTED_AMT =
                           PLC_COLLECTED_AMT + :PLC-COLLECTED-AMT,
                       PLC_COMMISSION_AMT =
                           PLC_COMMISSION_AMT + :PLC-COMMISSION-AMT,
                       PLC_STATUS = :PLC-STATUS,
                       PLC_UPDATE_TS = CURRENT TIMESTAMP
                   WHERE PLC_PLACEMENT_ID = :HOST-PLACEMENT-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM 2350-TRACK-SETTLEMENT
           END-IF

           IF SQLCODE = 0
               MOVE 'P' TO RMT-STATUS
               MOVE SPACES TO RMT-REJECT-REASON
               PERFORM 2750-INSERT-REMIT-ROW
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-POSTED
               ADD WS-NET-AMT-N TO WS-TOTAL-NET-POSTED
               ADD WS-NET-AMT-N TO WS-ENV-NET-POSTED
               COMPUTE WS-COMM-DIFF =
                   WS-AGY-COMM-AMT-N - WS-COMM-AMT-N
               IF WS-COMM-DIFF NOT = 0
                   ADD 1 TO WS-ITEMS-COMM-VARIANCE
                   ADD WS-COMM-DIFF TO WS-ENV-COMM-VARIANCE
               END-IF
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR POSTING AGENCY ITEM FOR ACCT '
                       ARI-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO HOST-TRAN-ID
               MOVE ZEROS TO WS-COMM-AMT-N
               MOVE ZEROS TO WS-NET-AMT-N
               MOVE 'POST' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   2350-TRACK-SETTLEMENT
      * A settlement offer on the account is credited with the gross
      * the debtor paid the agency - the commission is the agency's
      * cost, not a shortfall in the debtor's settlement. Leaves
      * SQLCODE zero unless the offer could not be updated.
      *----------------------------------------------------------------*
       2350-TRACK-SETTLEMENT.

           MOVE HOST-ACCT-ID   TO WS-STLT-ACCT-ID
           MOVE WS-GROSS-AMT-N TO WS-STLT-PAY-AMT
           MOVE WS-BIZDT-DATE  TO WS-STLT-PAY-DATE
           PERFORM TRACK-SETTLEMENT-PAYMENT
              THRU TRACK-SETTLEMENT-PAYMENT-EXIT
           MOVE WS-STLT-SQL-STATUS TO SQLCODE.

      *----------------------------------------------------------------*
      *                   2700-RECORD-REJECT
      * The item is kept, unapplied, for the recovery desk to work
      * with the agency; what the agency wired for it is held out of
      * RECOVERY until then.
      *----------------------------------------------------------------*
       2700-RECORD-REJECT.

           MOVE 'R' TO RMT-STATUS
           MOVE WS-REJECT-REASON TO RMT-REJECT-REASON
           MOVE ZEROS TO WS-COMM-AMT-N
           MOVE ZEROS TO WS-NET-AMT-N
           MOVE SPACES TO HOST-TRAN-ID
           PERFORM 2750-INSERT-REMIT-ROW

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-REJECTED
               COMPUTE WS-ENV-REJECTED-AMT = WS-ENV-REJECTED-AMT
                   + WS-GROSS-AMT-N - WS-AGY-COMM-AMT-N
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING AGYREMIT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2750-INSERT-REMIT-ROW
      *----------------------------------------------------------------*
       2750-INSERT-REMIT-ROW.

           MOVE WS-BIZDT-DATE TO RMT-RUN-DATE
           MOVE HOST-AGY-ID TO RMT-AGY-ID
           MOVE WS-ITEM-SEQ TO RMT-ITEM-SEQ
           MOVE HOST-ACCT-ID TO RMT-ACCT-ID
           MOVE HOST-PLACEMENT-ID TO RMT-PLACEMENT-ID
           IF ARI-PAY-DATE = SPACES
               MOVE WS-ENV-REMIT-DATE TO RMT-PAY-DATE
           ELSE
               MOVE ARI-PAY-DATE TO RMT-PAY-DATE
           END-IF
           MOVE WS-GROSS-AMT-N TO RMT-GROSS-AMT
           MOVE WS-AGY-COMM-AMT-N TO RMT-AGY-COMMISSION-AMT
           MOVE WS-COMM-AMT-N TO RMT-COMMISSION-AMT
           MOVE WS-NET-AMT-N TO RMT-NET-AMT
           MOVE HOST-TRAN-ID TO RMT-TRAN-ID
           MOVE WS-TRAN-TS TO RMT-CREATE-TS

           EXEC SQL
               INSERT INTO AGYREMIT
               (RMT_RUN_DATE, RMT_AGY_ID, RMT_ITEM_SEQ, RMT_ACCT_ID,
                RMT_PLACEMENT_ID, RMT_PAY_DATE, RMT_GROSS_AMT,
                RMT_AGY_COMMISSION_AMT, RMT_COMMISSION_AMT,
                RMT_NET_AMT, RMT_TRAN_ID, RMT_STATUS,
                RMT_REJECT_REASON, RMT_CREATE_TS)
               VALUES
               (:RMT-RUN-DATE, :RMT-AGY-ID, :RMT-ITEM-SEQ,
                :RMT-ACCT-ID, :RMT-PLACEMENT-ID, :RMT-PAY-DATE,
                :RMT-GROSS-AMT, :RMT-AGY-COMMISSION-AMT,
                :RMT-COMMISSION-AMT, :RMT-NET-AMT, :RMT-TRAN-ID,
                :RMT-STATUS, :RMT-REJECT-REASON, :RMT-CREATE-TS)
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2800-WRITE-ITEM-LINE
      *----------------------------------------------------------------*
       2800-WRITE-ITEM-LINE.

           IF RECORD-REJECTED
               MOVE SPACES TO WS-ITEM-DISPOSITION
               STRING 'REJ ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
           ELSE
               IF WS-AGY-COMM-AMT-N NOT = WS-COMM-AMT-N
                   MOVE 'POSTED *CV' TO WS-ITEM-DISPOSITION
               ELSE
                   MOVE 'POSTED' TO WS-ITEM-DISPOSITION
               END-IF
           END-IF

           MOVE WS-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE WS-GROSS-AMT-N TO WS-AMT-EDIT-1
           MOVE WS-AGY-COMM-AMT-N TO WS-AMT-EDIT-2
           MOVE WS-COMM-AMT-N TO WS-AMT-EDIT-3
           MOVE WS-NET-AMT-N TO WS-AMT-EDIT-4
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-SEQ-EDIT ' ' ARI-ACCT-ID ' ' ARI-PLACEMENT-ID
                  WS-AMT-EDIT-1 WS-AMT-EDIT-2 WS-AMT-EDIT-3
                  WS-AMT-EDIT-4 ' ' WS-ITEM-DISPOSITION
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * Out of balance, an unclosed envelope or a database error
      * ends RC 8. Rejected items and commission taken off-contract
      * are exceptions for the recovery desk and end RC 4.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           CLOSE AGY-REMIT-FILE

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               STRING '** ENVELOPE FOR AGENCY ' HOST-AGY-ID
                      ' HAS NO TRL RECORD - REMITTANCE NOT PROVEN'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'AGENCY ' HOST-AGY-ID ' ENVELOPE HAS NO TRL'
               ADD 1 TO WS-ITEMS-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-TOTAL-NET-POSTED TO WS-AMT-EDIT-1
           MOVE SPACES TO WS-OUT-LINE
           STRING 'RUN TOTAL NET APPLIED TO RECOVERY ' WS-AMT-EDIT-1
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           CLOSE AGYRRPT-FILE

           DISPLAY 'AGENCY ENVELOPES READ..: ' WS-ENVELOPES-READ
           DISPLAY 'REMITTANCE ITEMS READ..: ' WS-ITEMS-READ
           DISPLAY 'ITEMS POSTED...........: ' WS-ITEMS-POSTED
           DISPLAY 'ITEMS REJECTED.........: ' WS-ITEMS-REJECTED
           DISPLAY 'APPLIED IN EARLIER RUN.: ' WS-ITEMS-PRIOR-RUN
           DISPLAY 'COMMISSION VARIANCES...: ' WS-ITEMS-COMM-VARIANCE
           DISPLAY 'PROCESSING ERRORS......: ' WS-ITEMS-ERRORS

           EVALUATE TRUE
               WHEN WS-ITEMS-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-REJECTED > 0
               WHEN WS-ITEMS-COMM-VARIANCE > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO AGYRRPT-LINE
           WRITE AGYRRPT-LINE.

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

      *----------------------------------------------------------------*
      *          TRACK-SETTLEMENT-PAYMENT (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLOPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
