      *****************************************************************
      * Program     : CBACT87A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Collection agency placement - assigns open
      *               charged-off RECOVERY balances to the agencies
      *               on the AGENCY master by rule and writes the
      *               placement file the agencies work from. An
      *               account is eligible once its charge-off has
      *               seasoned with our own recovery desk, it has a
      *               balance left to collect, it is not already
      *               placed, and nothing bars collection (bankruptcy,
      *               a deceased customer, an open dispute). It goes
      *               to the tier it has reached - primary first,
      *               then secondary and tertiary each time a
      *               placement period ends unpaid - and within the
      *               tier to the active agency whose balance band
      *               fits, that has capacity, that has not already
      *               failed to collect it, and that holds the fewest
      *               open placements. Runs after the recall job
      *               CBACT88A so accounts whose period ended tonight
      *               move straight on to the next tier.
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
      * 2026-10-15 - New batch job: collection agency placement with
      *              outbound placement file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT87A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-PLACE-FILE ASSIGN TO AGYPLACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLC-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD AGY-PLACE-FILE
           RECORDING MODE IS F.
       01 AGY-PLACE-RECORD                PIC X(400).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT87A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-PLC-FILE-STATUS          PIC X(02) VALUE '00'.

      * A charge-off stays with our own recovery desk this many days
      * before it may be placed; an account that has been through
      * the last tier unpaid is not placed again.
       01 WS-CONSTANTS.
         05 WS-SEASON-DAYS              PIC 9(03) VALUE 30.
         05 WS-LAST-TIER                PIC 9(01) VALUE 3.

       01 WS-JOB-TOTALS.
         05 WS-ACCTS-READ               PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-PLACED             PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-NO-AGENCY          PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-EXHAUSTED          PIC 9(07) VALUE ZEROS.
         05 WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-PLACE-ERRORS             PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-PLACED-BAL         PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * Active agencies and the open placements each holds, kept
      * current as tonight's placements are made.
       01 WS-AGENCY-TABLE.
         05 WS-AGY-COUNT                PIC S9(04) COMP VALUE ZEROS.
         05 WS-AGY-ENTRY OCCURS 50 TIMES.
            10 WS-AG-ID                 PIC X(08).
            10 WS-AG-TIER               PIC X(01).
            10 WS-AG-COMMISSION-PCT     PIC S9(03)V99 COMP-3.
            10 WS-AG-PLACEMENT-DAYS     PIC S9(04) COMP.
            10 WS-AG-MIN-BALANCE        PIC S9(10)V99 COMP-3.
            10 WS-AG-MAX-BALANCE        PIC S9(10)V99 COMP-3.
            10 WS-AG-MAX-ACCOUNTS       PIC S9(07) COMP-3.
            10 WS-AG-OPEN-COUNT         PIC S9(09) COMP.

       01 WS-WORK-FIELDS.
         05 WS-AX                       PIC S9(04) COMP VALUE ZEROS.
         05 WS-BEST-AX                  PIC S9(04) COMP VALUE ZEROS.
         05 WS-TARGET-TIER              PIC 9(01) VALUE ZEROS.
         05 WS-PLACEMENT-ID-N           PIC 9(18) VALUE ZEROS.
         05 WS-DATE-INT                 PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD            PIC 9(08).
         05 WS-CURR-AGY-ID              PIC X(08) VALUE SPACES.
         05 WS-AGY-BREAK-CNT            PIC 9(07) VALUE ZEROS.
         05 WS-AGY-BREAK-AMT            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-AMT-EDIT                 PIC -(12)9.99.

      * Placement file - '0' header, 'D' one per account placed
      * today, '9' trailer. One file for all agencies, in agency
      * order; each detail names the agency it is placed with.
       01 WS-PLF-HEADER.
         05 WS-PLFH-REC-TYPE            PIC X(01) VALUE '0'.
         05 WS-PLFH-FILE-ID             PIC X(08) VALUE 'AGYPLACE'.
         05 WS-PLFH-PLACE-DATE          PIC X(10).
         05 FILLER                      PIC X(381) VALUE SPACES.

       01 WS-PLF-DETAIL.
         05 WS-PLFD-REC-TYPE            PIC X(01) VALUE 'D'.
         05 WS-PLFD-AGY-ID              PIC X(08).
         05 WS-PLFD-PLACEMENT-ID        PIC 9(18).
         05 WS-PLFD-ACCT-ID             PIC 9(11).
         05 WS-PLFD-TIER                PIC X(01).
         05 WS-PLFD-PLACE-DATE          PIC X(10).
         05 WS-PLFD-EXPIRY-DATE         PIC X(10).
         05 WS-PLFD-PLACED-BAL          PIC 9(10).99.
         05 WS-PLFD-CHARGEOFF-DATE      PIC X(10).
         05 WS-PLFD-CHARGEOFF-AMT       PIC 9(10).99.
         05 WS-PLFD-COMMISSION-PCT      PIC 9(03).99.
         05 WS-PLFD-FIRST-NAME          PIC X(25).
         05 WS-PLFD-MIDDLE-NAME         PIC X(25).
         05 WS-PLFD-LAST-NAME           PIC X(25).
         05 WS-PLFD-ADDR-LINE-1         PIC X(50).
         05 WS-PLFD-ADDR-LINE-2         PIC X(50).
         05 WS-PLFD-ADDR-LINE-3         PIC X(50).
         05 WS-PLFD-STATE-CD            PIC X(02).
         05 WS-PLFD-COUNTRY-CD          PIC X(03).
         05 WS-PLFD-ZIP                 PIC X(10).
         05 WS-PLFD-PHONE-1             PIC X(15).
         05 WS-PLFD-PHONE-2             PIC X(15).
         05 WS-PLFD-DOB                 PIC X(10).
         05 FILLER                      PIC X(19) VALUE SPACES.

       01 WS-PLF-TRAILER.
         05 WS-PLFT-REC-TYPE            PIC X(01) VALUE '9'.
         05 WS-PLFT-RECORD-COUNT        PIC 9(09).
         05 WS-PLFT-TOTAL-PLACED-BAL    PIC 9(13).99.
         05 FILLER                      PIC X(374) VALUE SPACES.

       01 WS-AGY-EOF-FLAG               PIC X(01) VALUE 'N'.
         88 AGY-CURSOR-EOF                         VALUE 'Y'.
         88 AGY-CURSOR-NOT-EOF                     VALUE 'N'.

       01 WS-RCV-EOF-FLAG               PIC X(01) VALUE 'N'.
         88 RCV-CURSOR-EOF                         VALUE 'Y'.
         88 RCV-CURSOR-NOT-EOF                     VALUE 'N'.

       01 WS-FILE-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 FILE-CURSOR-EOF                        VALUE 'Y'.
         88 FILE-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-SEASONED-DATE            PIC X(10).
       01 HOST-EXPIRY-DATE              PIC X(10).
       01 HOST-PLACEMENT-ID-SEQ         PIC S9(18) COMP-3.
       01 HOST-PRIOR-COUNT              PIC S9(04) COMP.

       01 HOST-AGY-ROW.
         05 HOST-AGY-ID                 PIC X(08).
         05 HOST-AGY-TIER               PIC X(01).
         05 HOST-AGY-COMMISSION-PCT     PIC S9(03)V99 COMP-3.
         05 HOST-AGY-PLACEMENT-DAYS     PIC S9(04) COMP.
         05 HOST-AGY-MIN-BALANCE        PIC S9(10)V99 COMP-3.
         05 HOST-AGY-MAX-BALANCE        PIC S9(10)V99 COMP-3.
         05 HOST-AGY-MAX-ACCOUNTS       PIC S9(07) COMP-3.
         05 HOST-AGY-OPEN-COUNT         PIC S9(09) COMP.

       01 HOST-RCV-ROW.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-OUTSTANDING-BAL        PIC S9(10)V99 COMP-3.
         05 HOST-EXPIRED-COUNT          PIC S9(04) COMP.

       01 HOST-FILE-ROW.
         05 HOST-F-PLACEMENT-ID         PIC S9(18) COMP-3.
         05 HOST-F-ACCT-ID              PIC S9(11) COMP-3.
         05 HOST-F-AGY-ID               PIC X(08).
         05 HOST-F-TIER                 PIC X(01).
         05 HOST-F-EXPIRY-DATE          PIC X(10).
         05 HOST-F-PLACED-BAL           PIC S9(10)V99 COMP-3.
         05 HOST-F-COMMISSION-PCT       PIC S9(03)V99 COMP-3.
         05 HOST-F-CHARGEOFF-DATE       PIC X(10).
         05 HOST-F-CHARGEOFF-AMT        PIC S9(10)V99 COMP-3.
         05 HOST-F-FIRST-NAME           PIC X(25).
         05 HOST-F-MIDDLE-NAME          PIC X(25).
         05 HOST-F-LAST-NAME            PIC X(25).
         05 HOST-F-ADDR-LINE-1          PIC X(50).
         05 HOST-F-ADDR-LINE-2          PIC X(50).
         05 HOST-F-ADDR-LINE-3          PIC X(50).
         05 HOST-F-STATE-CD             PIC X(02).
         05 HOST-F-COUNTRY-CD           PIC X(03).
         05 HOST-F-ZIP                  PIC X(10).
         05 HOST-F-PHONE-1              PIC X(15).
         05 HOST-F-PHONE-2              PIC X(15).
         05 HOST-F-DOB                  PIC X(10).

       COPY CVAGY01Y.
       COPY CVAGY02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT87A - COLLECTION AGENCY PLACEMENT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT87A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT88A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-AGENCIES
           IF WS-PLACE-ERRORS = 0
               PERFORM 1200-OPEN-ELIGIBLE-CURSOR
               PERFORM 2000-PLACE-ACCOUNTS
                       UNTIL RCV-CURSOR-EOF
           END-IF
           PERFORM 3000-WRITE-PLACEMENT-FILE
              THRU 3000-EXIT
           PERFORM 6000-FINALIZE
           MOVE 'CBACT87A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-RECORDS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-ACCTS-NO-AGENCY TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-PLACED-BAL TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT87A - COLLECTION AGENCY PLACEMENT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ACCTS-READ
           MOVE ZEROS TO WS-ACCTS-PLACED
           MOVE ZEROS TO WS-ACCTS-NO-AGENCY
           MOVE ZEROS TO WS-ACCTS-EXHAUSTED
           MOVE ZEROS TO WS-RECORDS-WRITTEN
           MOVE ZEROS TO WS-PLACE-ERRORS
           MOVE ZEROS TO WS-TOTAL-PLACED-BAL
           MOVE ZEROS TO WS-AGY-COUNT
           SET RCV-CURSOR-NOT-EOF TO TRUE

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               - WS-SEASON-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-SEASONED-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-SEASONED-DATE.

      *----------------------------------------------------------------*
      *                      1100-LOAD-AGENCIES
      *----------------------------------------------------------------*
       1100-LOAD-AGENCIES.

           SET AGY-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PLC-AGY CURSOR FOR
               SELECT G.AGY_ID, G.AGY_TIER, G.AGY_COMMISSION_PCT,
                      G.AGY_PLACEMENT_DAYS, G.AGY_MIN_BALANCE,
                      G.AGY_MAX_BALANCE, G.AGY_MAX_ACCOUNTS,
                      (SELECT COUNT(*) FROM AGYPLACE P
                       WHERE P.PLC_AGY_ID = G.AGY_ID
                       AND   P.PLC_STATUS = 'P')
               FROM AGENCY G
               WHERE G.AGY_STATUS = 'A'
               ORDER BY G.AGY_TIER, G.AGY_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PLC-AGY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PLC-AGY - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PLACE-ERRORS
               SET AGY-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 1110-FETCH-AGENCY
                   UNTIL AGY-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PLC-AGY
           END-EXEC

           IF WS-AGY-COUNT = 0
               DISPLAY 'NO ACTIVE COLLECTION AGENCIES ON AGENCY - '
                       'NOTHING WILL BE PLACED'
           END-IF.

      *----------------------------------------------------------------*
      *                      1110-FETCH-AGENCY
      *----------------------------------------------------------------*
       1110-FETCH-AGENCY.

           EXEC SQL
               FETCH CUR-PLC-AGY
               INTO :HOST-AGY-ID, :HOST-AGY-TIER,
                    :HOST-AGY-COMMISSION-PCT,
                    :HOST-AGY-PLACEMENT-DAYS, :HOST-AGY-MIN-BALANCE,
                    :HOST-AGY-MAX-BALANCE, :HOST-AGY-MAX-ACCOUNTS,
                    :HOST-AGY-OPEN-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-AGY-COUNT < 50
                       ADD 1 TO WS-AGY-COUNT
                       MOVE HOST-AGY-ID TO WS-AG-ID(WS-AGY-COUNT)
                       MOVE HOST-AGY-TIER TO WS-AG-TIER(WS-AGY-COUNT)
                       MOVE HOST-AGY-COMMISSION-PCT
                         TO WS-AG-COMMISSION-PCT(WS-AGY-COUNT)
                       MOVE HOST-AGY-PLACEMENT-DAYS
                         TO WS-AG-PLACEMENT-DAYS(WS-AGY-COUNT)
                       MOVE HOST-AGY-MIN-BALANCE
                         TO WS-AG-MIN-BALANCE(WS-AGY-COUNT)
                       MOVE HOST-AGY-MAX-BALANCE
                         TO WS-AG-MAX-BALANCE(WS-AGY-COUNT)
                       MOVE HOST-AGY-MAX-ACCOUNTS
                         TO WS-AG-MAX-ACCOUNTS(WS-AGY-COUNT)
                       MOVE HOST-AGY-OPEN-COUNT
                         TO WS-AG-OPEN-COUNT(WS-AGY-COUNT)
                   ELSE
                       DISPLAY 'AGENCY TABLE FULL - AGENCY '
                               HOST-AGY-ID ' NOT USED TONIGHT'
                   END-IF
               WHEN 100
                   SET AGY-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PLC-AGY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PLACE-ERRORS
                   SET AGY-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 1200-OPEN-ELIGIBLE-CURSOR
      * Open recoveries with a balance still owed, seasoned past the
      * in-house window, not out with an agency now, and with no
      * legal bar on collecting: no bankruptcy filing (stay or
      * discharge), no deceased customer, no open dispute - the
      * same holds CBACT88A recalls on. The tier reached is one more
      * than the placements that ran their full period unpaid.
      *----------------------------------------------------------------*
       1200-OPEN-ELIGIBLE-CURSOR.

           EXEC SQL
               DECLARE CUR-PLC-RCV CURSOR WITH HOLD FOR
               SELECT R.RCV_ACCT_ID,
                      R.RCV_CHARGEOFF_AMT - R.RCV_RECOVERED_AMT
                      - COALESCE(R.RCV_AGY_COMMISSION_AMT, 0),
                      (SELECT COUNT(*) FROM AGYPLACE E
                       WHERE E.PLC_ACCT_ID = R.RCV_ACCT_ID
                       AND   E.PLC_STATUS = 'R'
                       AND   E.PLC_RECALL_REASON = 'E')
               FROM RECOVERY R
               WHERE R.RCV_STATUS = 'O'
               AND   R.RCV_CHARGEOFF_DATE <= :HOST-SEASONED-DATE
               AND   R.RCV_CHARGEOFF_AMT - R.RCV_RECOVERED_AMT
                     - COALESCE(R.RCV_AGY_COMMISSION_AMT, 0) > 0
               AND   NOT EXISTS
                     (SELECT 1 FROM AGYPLACE P
                      WHERE P.PLC_ACCT_ID = R.RCV_ACCT_ID
                      AND   P.PLC_STATUS = 'P')
               AND   NOT EXISTS
                     (SELECT 1 FROM BANKRPT B
                      WHERE B.BKR_ACCT_ID = R.RCV_ACCT_ID
                      AND   B.BKR_STATUS IN ('F', 'D', 'C'))
               AND   NOT EXISTS
                     (SELECT 1 FROM CXACAIX X, CUSTDAT C
                      WHERE X.XREF_ACCT_ID = R.RCV_ACCT_ID
                      AND   C.CUST_ID = X.XREF_CUST_ID
                      AND   COALESCE(C.CUST_DATE_OF_DEATH, ' ')
                            <> ' ')
               AND   NOT EXISTS
                     (SELECT 1 FROM DISPUTES D
                      WHERE D.DSP_ACCT_ID = R.RCV_ACCT_ID
                      AND   D.DSP_STATUS = 'O')
               ORDER BY R.RCV_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PLC-RCV
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PLC-RCV - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PLACE-ERRORS
               SET RCV-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PLACE-ACCOUNTS
      *----------------------------------------------------------------*
       2000-PLACE-ACCOUNTS.

           EXEC SQL
               FETCH CUR-PLC-RCV
               INTO :HOST-ACCT-ID, :HOST-OUTSTANDING-BAL,
                    :HOST-EXPIRED-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2100-PLACE-ONE-ACCOUNT
                      THRU 2100-PLACE-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET RCV-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-PLC-RCV
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PLC-RCV - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PLACE-ERRORS
                   SET RCV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2100-PLACE-ONE-ACCOUNT
      *----------------------------------------------------------------*
       2100-PLACE-ONE-ACCOUNT.

           IF HOST-EXPIRED-COUNT >= WS-LAST-TIER
               ADD 1 TO WS-ACCTS-EXHAUSTED
               GO TO 2100-PLACE-ONE-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-TARGET-TIER = HOST-EXPIRED-COUNT + 1

           MOVE ZEROS TO WS-BEST-AX
           PERFORM 2110-CONSIDER-AGENCY
               VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AGY-COUNT

           IF WS-BEST-AX = 0
               ADD 1 TO WS-ACCTS-NO-AGENCY
               GO TO 2100-PLACE-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM 2200-INSERT-PLACEMENT.
       2100-PLACE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2110-CONSIDER-AGENCY
      * An agency qualifies when it works the tier, the balance sits
      * in its band, it has room, and it has not already had the
      * account for a full period without collecting it. Among those
      * that qualify the least-loaded wins; ties go to the first in
      * agency order.
      *----------------------------------------------------------------*
       2110-CONSIDER-AGENCY.

           IF WS-AG-TIER(WS-AX) NOT = WS-TARGET-TIER
              OR HOST-OUTSTANDING-BAL < WS-AG-MIN-BALANCE(WS-AX)
              OR (WS-AG-MAX-BALANCE(WS-AX) > 0 AND
                  HOST-OUTSTANDING-BAL > WS-AG-MAX-BALANCE(WS-AX))
              OR (WS-AG-MAX-ACCOUNTS(WS-AX) > 0 AND
                  WS-AG-OPEN-COUNT(WS-AX) >=
                  WS-AG-MAX-ACCOUNTS(WS-AX))
               CONTINUE
           ELSE
               IF WS-BEST-AX = 0
                  OR WS-AG-OPEN-COUNT(WS-AX) <
                     WS-AG-OPEN-COUNT(WS-BEST-AX)
                   MOVE WS-AG-ID(WS-AX) TO HOST-AGY-ID
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :HOST-PRIOR-COUNT
                       FROM AGYPLACE
                       WHERE PLC_ACCT_ID = :HOST-ACCT-ID
                       AND   PLC_AGY_ID = :HOST-AGY-ID
                       AND   PLC_RECALL_REASON = 'E'
                   END-EXEC
                   IF SQLCODE = 0 AND HOST-PRIOR-COUNT = 0
                       MOVE WS-AX TO WS-BEST-AX
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2200-INSERT-PLACEMENT
      * The agency's commission rate is fixed on the placement; the
      * placement period runs from tonight.
      *----------------------------------------------------------------*
       2200-INSERT-PLACEMENT.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               + WS-AG-PLACEMENT-DAYS(WS-BEST-AX)
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-EXPIRY-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-EXPIRY-DATE

           EXEC SQL
               SELECT NEXT VALUE FOR AGYPLC_ID_SEQ
               INTO :HOST-PLACEMENT-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR GENERATING PLACEMENT ID - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PLACE-ERRORS
           ELSE
               MOVE HOST-PLACEMENT-ID-SEQ TO PLC-PLACEMENT-ID
               MOVE HOST-ACCT-ID TO PLC-ACCT-ID
               MOVE WS-AG-ID(WS-BEST-AX) TO PLC-AGY-ID
               MOVE WS-TARGET-TIER TO PLC-TIER
               MOVE WS-BIZDT-DATE TO PLC-PLACE-DATE
               MOVE HOST-EXPIRY-DATE TO PLC-EXPIRY-DATE
               MOVE HOST-OUTSTANDING-BAL TO PLC-PLACED-BAL
               MOVE WS-AG-COMMISSION-PCT(WS-BEST-AX)
                 TO PLC-COMMISSION-PCT

               EXEC SQL
                   INSERT INTO AGYPLACE
                   (PLC_PLACEMENT_ID, PLC_ACCT_ID, PLC_AGY_ID,
                    PLC_TIER, PLC_PLACE_DATE, PLC_EXPIRY_DATE,
                    PLC_PLACED_BAL, PLC_COMMISSION_PCT,
                    PLC_COLLECTED_AMT, PLC_COMMISSION_AMT,
                    PLC_STATUS, PLC_RECALL_REASON, PLC_RECALL_DATE,
                    PLC_UPDATE_TS)
                   VALUES
                   (:PLC-PLACEMENT-ID, :PLC-ACCT-ID, :PLC-AGY-ID,
                    :PLC-TIER, :PLC-PLACE-DATE, :PLC-EXPIRY-DATE,
                    :PLC-PLACED-BAL, :PLC-COMMISSION-PCT,
                    0, 0, 'P', ' ', ' ', CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-ACCTS-PLACED
                   ADD 1 TO WS-AG-OPEN-COUNT(WS-BEST-AX)
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR PLACING ACCT ' HOST-ACCT-ID
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-PLACE-ERRORS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                 3000-WRITE-PLACEMENT-FILE
      * Every placement made on the business date, whichever run of
      * the job made it, with the debtor's identity and address from
      * the account's customer of record (lowest card number).
      *----------------------------------------------------------------*
       3000-WRITE-PLACEMENT-FILE.

           OPEN OUTPUT AGY-PLACE-FILE
           IF WS-PLC-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGY-PLACE-FILE - STATUS: '
                       WS-PLC-FILE-STATUS
               ADD 1 TO WS-PLACE-ERRORS
               GO TO 3000-EXIT
           END-IF

           MOVE WS-BIZDT-DATE TO WS-PLFH-PLACE-DATE
           MOVE WS-PLF-HEADER TO AGY-PLACE-RECORD
           WRITE AGY-PLACE-RECORD

           SET FILE-CURSOR-NOT-EOF TO TRUE
           MOVE SPACES TO WS-CURR-AGY-ID

           EXEC SQL
               DECLARE CUR-PLC-FILE CURSOR FOR
               SELECT P.PLC_PLACEMENT_ID, P.PLC_ACCT_ID,
                      P.PLC_AGY_ID, P.PLC_TIER, P.PLC_EXPIRY_DATE,
                      P.PLC_PLACED_BAL, P.PLC_COMMISSION_PCT,
                      R.RCV_CHARGEOFF_DATE, R.RCV_CHARGEOFF_AMT,
                      C.CUST_FIRST_NAME, C.CUST_MIDDLE_NAME,
                      C.CUST_LAST_NAME, C.CUST_ADDR_LINE_1,
                      C.CUST_ADDR_LINE_2, C.CUST_ADDR_LINE_3,
                      C.CUST_ADDR_STATE_CD, C.CUST_ADDR_COUNTRY_CD,
                      C.CUST_ADDR_ZIP, C.CUST_PHONE_NUM_1,
                      C.CUST_PHONE_NUM_2, C.CUST_DOB_YYYY_MM_DD
               FROM AGYPLACE P, RECOVERY R, CXACAIX X, CUSTDAT C
               WHERE P.PLC_PLACE_DATE = :WS-BIZDT-DATE
               AND   R.RCV_ACCT_ID = P.PLC_ACCT_ID
               AND   X.XREF_ACCT_ID = P.PLC_ACCT_ID
               AND   X.XREF_CARD_NUM =
                     (SELECT MIN(X2.XREF_CARD_NUM) FROM CXACAIX X2
                      WHERE X2.XREF_ACCT_ID = P.PLC_ACCT_ID)
               AND   C.CUST_ID = X.XREF_CUST_ID
               ORDER BY P.PLC_AGY_ID, P.PLC_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PLC-FILE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PLC-FILE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PLACE-ERRORS
               SET FILE-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-WRITE-ONE-PLACEMENT
                   UNTIL FILE-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PLC-FILE
           END-EXEC

           IF WS-CURR-AGY-ID NOT = SPACES
               PERFORM 3200-DISPLAY-AGENCY-TOTAL
           END-IF

           MOVE SPACES TO WS-PLF-TRAILER
           MOVE '9' TO WS-PLFT-REC-TYPE
           MOVE WS-RECORDS-WRITTEN TO WS-PLFT-RECORD-COUNT
           MOVE WS-TOTAL-PLACED-BAL TO WS-PLFT-TOTAL-PLACED-BAL
           MOVE WS-PLF-TRAILER TO AGY-PLACE-RECORD
           WRITE AGY-PLACE-RECORD

           CLOSE AGY-PLACE-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3100-WRITE-ONE-PLACEMENT
      *----------------------------------------------------------------*
       3100-WRITE-ONE-PLACEMENT.

           EXEC SQL
               FETCH CUR-PLC-FILE
               INTO :HOST-F-PLACEMENT-ID, :HOST-F-ACCT-ID,
                    :HOST-F-AGY-ID, :HOST-F-TIER,
                    :HOST-F-EXPIRY-DATE, :HOST-F-PLACED-BAL,
                    :HOST-F-COMMISSION-PCT,
                    :HOST-F-CHARGEOFF-DATE, :HOST-F-CHARGEOFF-AMT,
                    :HOST-F-FIRST-NAME, :HOST-F-MIDDLE-NAME,
                    :HOST-F-LAST-NAME, :HOST-F-ADDR-LINE-1,
                    :HOST-F-ADDR-LINE-2, :HOST-F-ADDR-LINE-3,
                    :HOST-F-STATE-CD, :HOST-F-COUNTRY-CD,
                    :HOST-F-ZIP, :HOST-F-PHONE-1, :HOST-F-PHONE-2,
                    :HOST-F-DOB
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-F-AGY-ID NOT = WS-CURR-AGY-ID
                       IF WS-CURR-AGY-ID NOT = SPACES
                           PERFORM 3200-DISPLAY-AGENCY-TOTAL
                       END-IF
                       MOVE HOST-F-AGY-ID TO WS-CURR-AGY-ID
                       MOVE ZEROS TO WS-AGY-BREAK-CNT
                       MOVE ZEROS TO WS-AGY-BREAK-AMT
                   END-IF
                   MOVE SPACES TO WS-PLF-DETAIL
                   MOVE 'D' TO WS-PLFD-REC-TYPE
                   MOVE HOST-F-AGY-ID TO WS-PLFD-AGY-ID
                   MOVE HOST-F-PLACEMENT-ID TO WS-PLFD-PLACEMENT-ID
                   MOVE HOST-F-ACCT-ID TO WS-PLFD-ACCT-ID
                   MOVE HOST-F-TIER TO WS-PLFD-TIER
                   MOVE WS-BIZDT-DATE TO WS-PLFD-PLACE-DATE
                   MOVE HOST-F-EXPIRY-DATE TO WS-PLFD-EXPIRY-DATE
                   MOVE HOST-F-PLACED-BAL TO WS-PLFD-PLACED-BAL
                   MOVE HOST-F-CHARGEOFF-DATE
                     TO WS-PLFD-CHARGEOFF-DATE
                   MOVE HOST-F-CHARGEOFF-AMT TO WS-PLFD-CHARGEOFF-AMT
                   MOVE HOST-F-COMMISSION-PCT
                     TO WS-PLFD-COMMISSION-PCT
                   MOVE HOST-F-FIRST-NAME TO WS-PLFD-FIRST-NAME
                   MOVE HOST-F-MIDDLE-NAME TO WS-PLFD-MIDDLE-NAME
                   MOVE HOST-F-LAST-NAME TO WS-PLFD-LAST-NAME
                   MOVE HOST-F-ADDR-LINE-1 TO WS-PLFD-ADDR-LINE-1
                   MOVE HOST-F-ADDR-LINE-2 TO WS-PLFD-ADDR-LINE-2
                   MOVE HOST-F-ADDR-LINE-3 TO WS-PLFD-ADDR-LINE-3
                   MOVE HOST-F-STATE-CD TO WS-PLFD-STATE-CD
                   MOVE HOST-F-COUNTRY-CD TO WS-PLFD-COUNTRY-CD
                   MOVE HOST-F-ZIP TO WS-PLFD-ZIP
                   MOVE HOST-F-PHONE-1 TO WS-PLFD-PHONE-1
                   MOVE HOST-F-PHONE-2 TO WS-PLFD-PHONE-2
                   MOVE HOST-F-DOB TO WS-PLFD-DOB
                   MOVE WS-PLF-DETAIL TO AGY-PLACE-RECORD
                   WRITE AGY-PLACE-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   ADD HOST-F-PLACED-BAL TO WS-TOTAL-PLACED-BAL
                   ADD 1 TO WS-AGY-BREAK-CNT
                   ADD HOST-F-PLACED-BAL TO WS-AGY-BREAK-AMT
               WHEN 100
                   SET FILE-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PLC-FILE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PLACE-ERRORS
                   SET FILE-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3200-DISPLAY-AGENCY-TOTAL
      *----------------------------------------------------------------*
       3200-DISPLAY-AGENCY-TOTAL.

           MOVE WS-AGY-BREAK-AMT TO WS-AMT-EDIT
           DISPLAY '  AGENCY ' WS-CURR-AGY-ID ' PLACED '
                   WS-AGY-BREAK-CNT ' BALANCE ' WS-AMT-EDIT.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           DISPLAY 'ELIGIBLE ACCOUNTS......: ' WS-ACCTS-READ
           DISPLAY 'ACCOUNTS PLACED........: ' WS-ACCTS-PLACED
           DISPLAY 'NO AGENCY QUALIFIED....: ' WS-ACCTS-NO-AGENCY
           DISPLAY 'ALL TIERS EXHAUSTED....: ' WS-ACCTS-EXHAUSTED
           DISPLAY 'PLACEMENTS ON FILE.....: ' WS-RECORDS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-PLACE-ERRORS

           IF WS-PLACE-ERRORS > 0
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
