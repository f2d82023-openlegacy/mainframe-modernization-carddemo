      *****************************************************************
      * Program     : CBACT94A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Common-point-of-purchase analysis - takes every
      *               card on a fraud case confirmed in the last 30
      *               days, reads its legitimate TRANSACT history
      *               (the charges not on FRAUDTRN) over the
      *               lookback window and ranks the merchants that
      *               three or more of those compromised cards have
      *               in common. Each such merchant is a suspected
      *               point of compromise (CPPSUSP); every other
      *               active card on the book that used it inside
      *               the exposure window - the first to last use by
      *               a compromised card - is put on the review list
      *               (CPPCARD) for the fraud team to release for
      *               proactive reissue or dismiss through COCPP01A.
      *               A point still open from an earlier night is
      *               refreshed and only cards not yet listed are
      *               added; a point the team has closed is reopened
      *               only when more compromised cards turn up there.
      *               The ranked points are reported on CPPRPT.
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
      * 2026-10-15 - New batch job: nightly common-point-of-purchase
      *              analysis and exposed card review list
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT94A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPP-RPT-FILE ASSIGN TO CPPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CPP-RPT-FILE
           RECORDING MODE IS F.
       01 CPP-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT94A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Analysis windows - cases confirmed in the last 30 days, and
      * their cards' history back a further 90 days before that; a
      * merchant needs three compromised cards to be a suspect.
       01 WS-CONSTANTS.
         05 WS-CASE-DAYS               PIC S9(04) COMP VALUE 30.
         05 WS-LOOKBACK-DAYS           PIC S9(04) COMP VALUE 90.
         05 WS-MIN-FRAUD-CARDS         PIC S9(04) COMP VALUE 3.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-POINTS-FOUND            PIC 9(07) VALUE ZEROS.
         05 WS-POINTS-NEW              PIC 9(07) VALUE ZEROS.
         05 WS-POINTS-REFRESHED        PIC 9(07) VALUE ZEROS.
         05 WS-POINTS-REOPENED         PIC 9(07) VALUE ZEROS.
         05 WS-POINTS-LEFT-CLOSED      PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-LISTED            PIC 9(09) VALUE ZEROS.
         05 WS-CPP-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-RANK                    PIC 9(05) VALUE ZEROS.
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD           PIC 9(08).
         05 WS-NEW-CARDS               PIC 9(09) VALUE ZEROS.
         05 WS-POINT-ACTION            PIC X(10) VALUE SPACES.
         05 WS-RANK-EDIT               PIC Z(04)9.
         05 WS-POINT-EDIT              PIC Z(17)9.
         05 WS-CNT-EDIT                PIC Z(08)9.
         05 WS-CNT-EDIT-2              PIC Z(08)9.
         05 WS-CNT-EDIT-3              PIC Z(08)9.
         05 WS-OUT-LINE                PIC X(132).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 CPP-CURSOR-EOF                        VALUE 'Y'.
         88 CPP-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-EXISTING-POINT-FLAG       PIC X(01) VALUE 'N'.
         88 POINT-ON-FILE                         VALUE 'Y'.
         88 POINT-NOT-ON-FILE                     VALUE 'N'.

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
      * of job so the day-end balancing report CBACT20A
      * can prove the night ties.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-CASE-CUTOFF-TS           PIC X(26).
       01 HOST-LOOKBACK-TS              PIC X(26).
       01 HOST-MIN-FRAUD-CARDS          PIC S9(04) COMP.
       01 HOST-POINT-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-PRIOR-FRAUD-CNT          PIC S9(04) COMP.
       01 HOST-PRIOR-STATUS             PIC X(01).

       COPY CVCPP01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT94A - COMMON POINT OF PURCHASE STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT94A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-COMMON-POINTS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT94A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-POINTS-FOUND TO WS-RTOT-RECS-READ
           MOVE WS-CARDS-LISTED TO WS-RTOT-RECS-POSTED
           MOVE WS-CPP-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT94A - COMMON POINT OF PURCHASE ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The case window and the history lookback are both counted
      * back from the business date.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-POINTS-FOUND
           MOVE ZEROS TO WS-POINTS-NEW
           MOVE ZEROS TO WS-POINTS-REFRESHED
           MOVE ZEROS TO WS-POINTS-REOPENED
           MOVE ZEROS TO WS-POINTS-LEFT-CLOSED
           MOVE ZEROS TO WS-CARDS-LISTED
           MOVE ZEROS TO WS-CPP-ERRORS
           MOVE ZEROS TO WS-RANK
           MOVE WS-MIN-FRAUD-CARDS TO HOST-MIN-FRAUD-CARDS

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               - WS-CASE-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-CASE-CUTOFF-TS
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2) '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-CASE-CUTOFF-TS

           COMPUTE WS-DATE-INT = WS-DATE-INT - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-LOOKBACK-TS
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2) '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-LOOKBACK-TS

           OPEN OUTPUT CPP-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CPP-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-CPP-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT94A  COMMON POINT OF PURCHASE ANALYSIS  '
                  'BUSINESS DATE ' WS-BIZDT-DATE
                  '  CASES SINCE ' HOST-CASE-CUTOFF-TS(1:10)
                  '  HISTORY FROM ' HOST-LOOKBACK-TS(1:10)
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING ' RANK              POINT MERCHANT  NAME'
                  '                            FRAUD CARDS WINDOW'
                  '                  EXPOSED   NEW TONIGHT ACTION'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2000-FIND-COMMON-POINTS
      * Merchants in the legitimate history of the compromised
      * cards, most compromised cards first. A charge that is itself
      * on FRAUDTRN is the fraud, not the point where the card was
      * taken, so it is left out.
      *----------------------------------------------------------------*
       2000-FIND-COMMON-POINTS.

           SET CPP-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-CPP CURSOR WITH HOLD FOR
               SELECT T.TRAN_MERCHANT_ID,
                      MAX(T.TRAN_MERCHANT_NAME),
                      COUNT(DISTINCT T.TRAN_CARD_NUM),
                      MIN(T.TRAN_ORIG_TS),
                      MAX(T.TRAN_ORIG_TS)
               FROM TRANSACT T, FRAUDCASE F
               WHERE F.FRC_CREATE_TS >= :HOST-CASE-CUTOFF-TS
               AND   T.TRAN_CARD_NUM = F.FRC_OLD_CARD_NUM
               AND   T.TRAN_ORIG_TS >= :HOST-LOOKBACK-TS
               AND   T.TRAN_AMT > 0
               AND   T.TRAN_MERCHANT_ID > 0
               AND   NOT EXISTS
                     (SELECT 1 FROM FRAUDTRN R
                      WHERE R.FRT_TRAN_ID = T.TRAN_ID)
               GROUP BY T.TRAN_MERCHANT_ID
               HAVING COUNT(DISTINCT T.TRAN_CARD_NUM)
                      >= :HOST-MIN-FRAUD-CARDS
               ORDER BY 3 DESC, 1
           END-EXEC

           EXEC SQL
               OPEN CUR-CPP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CPP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CPP-ERRORS
               SET CPP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2050-FETCH-POINT
               UNTIL CPP-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-CPP
           END-EXEC

           IF WS-POINTS-FOUND = 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE '     NO COMMON POINTS OF PURCHASE FOUND'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      2050-FETCH-POINT
      *----------------------------------------------------------------*
       2050-FETCH-POINT.

           EXEC SQL
               FETCH CUR-CPP
               INTO :CPP-MERCHANT-ID, :CPP-MERCHANT-NAME,
                    :CPP-FRAUD-CARD-CNT, :CPP-WINDOW-START-TS,
                    :CPP-WINDOW-END-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-POINTS-FOUND
                   ADD 1 TO WS-RANK
                   PERFORM 2100-PROCESS-POINT
                      THRU 2100-PROCESS-POINT-EXIT
               WHEN 100
                   SET CPP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CPP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CPP-ERRORS
                   SET CPP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2100-PROCESS-POINT
      * One suspect merchant - record or refresh the point, list
      * its newly exposed cards and commit the two together.
      *----------------------------------------------------------------*
       2100-PROCESS-POINT.

           MOVE ZEROS TO WS-NEW-CARDS
           PERFORM 2110-FIND-EXISTING-POINT
           IF SQLCODE NOT = 0 AND 100
               GO TO 2100-PROCESS-POINT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN POINT-NOT-ON-FILE
                   PERFORM 2120-INSERT-POINT
               WHEN HOST-PRIOR-STATUS = 'O'
                   MOVE 'REFRESHED' TO WS-POINT-ACTION
                   PERFORM 2130-REFRESH-POINT
               WHEN CPP-FRAUD-CARD-CNT > HOST-PRIOR-FRAUD-CNT
                   MOVE 'REOPENED' TO WS-POINT-ACTION
                   PERFORM 2130-REFRESH-POINT
               WHEN OTHER
                   MOVE 'CLOSED' TO WS-POINT-ACTION
                   ADD 1 TO WS-POINTS-LEFT-CLOSED
                   PERFORM 2300-REPORT-POINT
                   GO TO 2100-PROCESS-POINT-EXIT
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RECORDING POINT FOR MERCHANT '
                       CPP-MERCHANT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CPP-ERRORS
               GO TO 2100-PROCESS-POINT-EXIT
           END-IF

           PERFORM 2200-LIST-EXPOSED-CARDS
              THRU 2200-LIST-EXPOSED-CARDS-EXIT
           IF SQLCODE NOT = 0 AND 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR LISTING EXPOSED CARDS FOR POINT '
                       CPP-POINT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CPP-ERRORS
               GO TO 2100-PROCESS-POINT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           EVALUATE WS-POINT-ACTION
               WHEN 'NEW'
                   ADD 1 TO WS-POINTS-NEW
               WHEN 'REOPENED'
                   ADD 1 TO WS-POINTS-REOPENED
               WHEN OTHER
                   ADD 1 TO WS-POINTS-REFRESHED
           END-EVALUATE
           ADD WS-NEW-CARDS TO WS-CARDS-LISTED

           PERFORM 2300-REPORT-POINT.
       2100-PROCESS-POINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 2110-FIND-EXISTING-POINT
      * The latest point recorded for the merchant, open or closed.
      *----------------------------------------------------------------*
       2110-FIND-EXISTING-POINT.

           SET POINT-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT CPP_POINT_ID, CPP_STATUS, CPP_FRAUD_CARD_CNT,
                      CPP_EXPOSED_CARD_CNT
               INTO :CPP-POINT-ID, :HOST-PRIOR-STATUS,
                    :HOST-PRIOR-FRAUD-CNT, :CPP-EXPOSED-CARD-CNT
               FROM CPPSUSP
               WHERE CPP_MERCHANT_ID = :CPP-MERCHANT-ID
               ORDER BY CPP_POINT_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET POINT-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CPPSUSP FOR MERCHANT '
                           CPP-MERCHANT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CPP-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2120-INSERT-POINT
      *----------------------------------------------------------------*
       2120-INSERT-POINT.

           MOVE 'NEW' TO WS-POINT-ACTION

           EXEC SQL
               SELECT NEXT VALUE FOR CPP_POINT_ID_SEQ
               INTO :HOST-POINT-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-POINT-ID-SEQ TO CPP-POINT-ID
               MOVE ZEROS TO CPP-EXPOSED-CARD-CNT
               EXEC SQL
                   INSERT INTO CPPSUSP
                   (CPP_POINT_ID, CPP_MERCHANT_ID, CPP_MERCHANT_NAME,
                    CPP_FRAUD_CARD_CNT, CPP_WINDOW_START_TS,
                    CPP_WINDOW_END_TS, CPP_EXPOSED_CARD_CNT,
                    CPP_STATUS, CPP_FIRST_RUN_DATE,
                    CPP_LAST_RUN_DATE, CPP_CLOSED_BY, CPP_CLOSED_TS)
                   VALUES
                   (:CPP-POINT-ID, :CPP-MERCHANT-ID,
                    :CPP-MERCHANT-NAME, :CPP-FRAUD-CARD-CNT,
                    :CPP-WINDOW-START-TS, :CPP-WINDOW-END-TS,
                    0, 'O', :WS-BIZDT-DATE, :WS-BIZDT-DATE,
                    ' ', ' ')
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                    2130-REFRESH-POINT
      * Tonight's count and window replace the last run's; a closed
      * point that has gained compromised cards goes back on the
      * team's list.
      *----------------------------------------------------------------*
       2130-REFRESH-POINT.

           EXEC SQL
               UPDATE CPPSUSP
               SET CPP_MERCHANT_NAME = :CPP-MERCHANT-NAME,
                   CPP_FRAUD_CARD_CNT = :CPP-FRAUD-CARD-CNT,
                   CPP_WINDOW_START_TS = :CPP-WINDOW-START-TS,
                   CPP_WINDOW_END_TS = :CPP-WINDOW-END-TS,
                   CPP_STATUS = 'O',
                   CPP_LAST_RUN_DATE = :WS-BIZDT-DATE,
                   CPP_CLOSED_BY = ' ',
                   CPP_CLOSED_TS = ' '
               WHERE CPP_POINT_ID = :CPP-POINT-ID
           END-EXEC.

      *----------------------------------------------------------------*
      *                  2200-LIST-EXPOSED-CARDS
      * Every other active card used at the merchant inside the
      * window. A card on a fraud case is already replaced, and a
      * card pending or reissued under any point is left alone, so
      * nothing is listed twice.
      *----------------------------------------------------------------*
       2200-LIST-EXPOSED-CARDS.

           EXEC SQL
               INSERT INTO CPPCARD
               (CPC_POINT_ID, CPC_CARD_NUM, CPC_ACCT_ID,
                CPC_LAST_TRAN_TS, CPC_STATUS, CPC_ADDED_DATE,
                CPC_NEW_CARD_NUM, CPC_REVIEW_USER, CPC_REVIEW_TS)
               SELECT :CPP-POINT-ID, T.TRAN_CARD_NUM, C.CARD_ACCT_ID,
                      MAX(T.TRAN_ORIG_TS), 'P', :WS-BIZDT-DATE,
                      ' ', ' ', ' '
               FROM TRANSACT T, CARDDAT C
               WHERE T.TRAN_MERCHANT_ID = :CPP-MERCHANT-ID
               AND   T.TRAN_ORIG_TS >= :CPP-WINDOW-START-TS
               AND   T.TRAN_ORIG_TS <= :CPP-WINDOW-END-TS
               AND   C.CARD_NUM = T.TRAN_CARD_NUM
               AND   C.CARD_ACTIVE_STATUS = 'Y'
               AND   NOT EXISTS
                     (SELECT 1 FROM FRAUDCASE F
                      WHERE F.FRC_OLD_CARD_NUM = T.TRAN_CARD_NUM)
               AND   NOT EXISTS
                     (SELECT 1 FROM CPPCARD P
                      WHERE P.CPC_CARD_NUM = T.TRAN_CARD_NUM
                      AND  (P.CPC_POINT_ID = :CPP-POINT-ID
                         OR P.CPC_STATUS IN ('P', 'R')))
               GROUP BY T.TRAN_CARD_NUM, C.CARD_ACCT_ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-NEW-CARDS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   GO TO 2200-LIST-EXPOSED-CARDS-EXIT
           END-EVALUATE

           EXEC SQL
               UPDATE CPPSUSP
               SET CPP_EXPOSED_CARD_CNT =
                   (SELECT COUNT(*) FROM CPPCARD
                    WHERE CPC_POINT_ID = :CPP-POINT-ID)
               WHERE CPP_POINT_ID = :CPP-POINT-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT CPP_EXPOSED_CARD_CNT
                   INTO :CPP-EXPOSED-CARD-CNT
                   FROM CPPSUSP
                   WHERE CPP_POINT_ID = :CPP-POINT-ID
               END-EXEC
           END-IF.
       2200-LIST-EXPOSED-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2300-REPORT-POINT
      *----------------------------------------------------------------*
       2300-REPORT-POINT.

           MOVE WS-RANK TO WS-RANK-EDIT
           MOVE CPP-POINT-ID TO WS-POINT-EDIT
           MOVE CPP-FRAUD-CARD-CNT TO WS-CNT-EDIT
           MOVE CPP-EXPOSED-CARD-CNT TO WS-CNT-EDIT-2
           MOVE WS-NEW-CARDS TO WS-CNT-EDIT-3
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-RANK-EDIT ' ' WS-POINT-EDIT ' '
                  CPP-MERCHANT-ID ' ' CPP-MERCHANT-NAME(1:30) ' '
                  WS-CNT-EDIT ' '
                  CPP-WINDOW-START-TS(1:10) '-'
                  CPP-WINDOW-END-TS(1:10) ' '
                  WS-CNT-EDIT-2 ' ' WS-CNT-EDIT-3 '   '
                  WS-POINT-ACTION
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO CPP-RPT-LINE
           WRITE CPP-RPT-LINE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-POINTS-FOUND TO WS-CNT-EDIT
           MOVE WS-CARDS-LISTED TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING 'SUSPECTED POINTS ' WS-CNT-EDIT
                  '   CARDS ADDED TO REVIEW LIST ' WS-CNT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           CLOSE CPP-RPT-FILE

           DISPLAY 'SUSPECTED POINTS FOUND..: ' WS-POINTS-FOUND
           DISPLAY 'NEW POINTS..............: ' WS-POINTS-NEW
           DISPLAY 'OPEN POINTS REFRESHED...: ' WS-POINTS-REFRESHED
           DISPLAY 'CLOSED POINTS REOPENED..: ' WS-POINTS-REOPENED
           DISPLAY 'CLOSED POINTS LEFT......: ' WS-POINTS-LEFT-CLOSED
           DISPLAY 'CARDS ADDED TO REVIEW...: ' WS-CARDS-LISTED
           DISPLAY 'PROCESSING ERRORS.......: ' WS-CPP-ERRORS

           IF WS-CPP-ERRORS > 0
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
