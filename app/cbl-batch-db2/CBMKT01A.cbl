      *****************************************************************
      * Program     : CBMKT01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Prescreened offer selection - every MKTCAMP
      *               campaign reaching its mail date selects the
      *               existing customers who meet its criteria (latest
      *               bureau score, delinquency bucket, months on
      *               book, product held) onto MKTOFFER, one offer
      *               per customer with a unique offer code, and
      *               writes the mail vendor's offer file. Customers
      *               who opted out of marketing, are deceased, are
      *               in bankruptcy, are under a compliance or legal
      *               hold, or whose mail is coming back are never
      *               selected. A rerun for the same business date
      *               rewrites the vendor file from the offers already
      *               selected rather than selecting again.
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
      * 2026-10-15 - New batch job: prescreened offer selection and
      *              mail vendor offer file
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMKT01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-FILE ASSIGN TO OFFERO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD OFFER-FILE
           RECORDING MODE IS F.
       01 OFFER-RECORD.
          05 OFR-OFFER-CD               PIC X(12).
          05 OFR-CAMPAIGN-ID            PIC X(06).
          05 OFR-OFFER-TYPE             PIC X(01).
          05 OFR-TARGET-GROUP-ID        PIC X(10).
          05 OFR-LINE-INCR-AMT          PIC +9(07).99.
          05 OFR-EXPIRY-DATE            PIC X(10).
          05 OFR-LANG-PREF              PIC X(02).
          05 OFR-FIRST-NAME             PIC X(25).
          05 OFR-LAST-NAME              PIC X(25).
          05 OFR-ADDR-LINE-1            PIC X(50).
          05 OFR-ADDR-LINE-2            PIC X(50).
          05 OFR-ADDR-LINE-3            PIC X(50).
          05 OFR-ADDR-STATE-CD          PIC X(02).
          05 OFR-ADDR-ZIP               PIC X(10).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBMKT01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-OFR-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CAMPAIGNS-READ           PIC 9(07) VALUE ZEROS.
         05 WS-CANDIDATES-READ          PIC 9(07) VALUE ZEROS.
         05 WS-OFFERS-SELECTED          PIC 9(07) VALUE ZEROS.
         05 WS-OFFERS-WRITTEN           PIC 9(07) VALUE ZEROS.
         05 WS-SELECT-ERRORS            PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CAMP-OFFER-CNT           PIC 9(07) VALUE ZEROS.
         05 WS-PREV-CUST-ID             PIC S9(09) COMP VALUE ZEROS.
      * Offer code - the campaign ID and a serial within it.
         05 WS-OFFER-CD.
           10 WS-OFFER-CD-CAMPAIGN      PIC X(06).
           10 WS-OFFER-CD-SERIAL        PIC 9(06).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-NOW-TS                  PIC X(26).

       01 WS-CAMP-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 CAMP-CURSOR-EOF                       VALUE 'Y'.
         88 CAMP-CURSOR-NOT-EOF                   VALUE 'N'.
       01 WS-ELIG-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 ELIG-CURSOR-EOF                       VALUE 'Y'.
         88 ELIG-CURSOR-NOT-EOF                   VALUE 'N'.
       01 WS-OFR-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 OFR-CURSOR-EOF                        VALUE 'Y'.
         88 OFR-CURSOR-NOT-EOF                    VALUE 'N'.
       01 WS-CAMP-ERROR-FLAG            PIC X(01) VALUE 'N'.
         88 CAMP-IN-ERROR                         VALUE 'Y'.
         88 CAMP-NOT-IN-ERROR                     VALUE 'N'.

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

      * One campaign due for mailing
       01 HOST-CAMPAIGN-RECORD.
         05 HOST-MKC-CAMPAIGN-ID        PIC X(06).
         05 HOST-MKC-OFFER-TYPE         PIC X(01).
         05 HOST-MKC-TARGET-GROUP-ID    PIC X(10).
         05 HOST-MKC-LINE-INCR-AMT      PIC S9(07)V99 COMP-3.
         05 HOST-MKC-MIN-SCORE          PIC S9(04) COMP.
         05 HOST-MKC-MAX-DLQ-BUCKET     PIC X(01).
         05 HOST-MKC-MIN-MONTHS-OPEN    PIC S9(04) COMP.
         05 HOST-MKC-EXPIRY-DATE        PIC X(10).
         05 HOST-MKC-STATUS             PIC X(01).
      * Accounts must have opened on or before this date.
       01 HOST-OPEN-CUTOFF              PIC X(10).
      * One eligible account and its primary customer
       01 HOST-ELIG-RECORD.
         05 HOST-ELIG-CUST-ID           PIC S9(09) COMP.
         05 HOST-ELIG-ACCT-ID           PIC S9(11) COMP-3.
       01 HOST-OFFER-CD                 PIC X(12).
       01 HOST-OFFERS-SELECTED          PIC S9(09) COMP.
       01 HOST-CUSTOMER-RECORD.
         05 HOST-CUST-FIRST-NAME        PIC X(25).
         05 HOST-CUST-LAST-NAME         PIC X(25).
         05 HOST-CUST-ADDR-LINE-1       PIC X(50).
         05 HOST-CUST-ADDR-LINE-2       PIC X(50).
         05 HOST-CUST-ADDR-LINE-3       PIC X(50).
         05 HOST-CUST-ADDR-STATE-CD     PIC X(02).
         05 HOST-CUST-ADDR-ZIP          PIC X(10).
         05 HOST-CUST-LANG-PREF         PIC X(02).
       01 HOST-NOW-TS                   PIC X(26).

       COPY CVMKT01Y.
       COPY CVMKT02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBMKT01A - PRESCREENED OFFER SELECTION STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBMKT01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CAMPAIGNS
                   UNTIL CAMP-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBMKT01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CANDIDATES-READ TO WS-RTOT-RECS-READ
           MOVE WS-OFFERS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-SELECT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBMKT01A - PRESCREENED OFFER SELECTION ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CAMPAIGNS-READ
           MOVE ZEROS TO WS-CANDIDATES-READ
           MOVE ZEROS TO WS-OFFERS-SELECTED
           MOVE ZEROS TO WS-OFFERS-WRITTEN
           MOVE ZEROS TO WS-SELECT-ERRORS
           SET CAMP-CURSOR-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-NOW-TS
           MOVE WS-NOW-TS TO HOST-NOW-TS

           OPEN OUTPUT OFFER-FILE
           IF WS-OFR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFFER FILE - STATUS: '
                       WS-OFR-FILE-STATUS
               SET CAMP-CURSOR-EOF TO TRUE
               ADD 1 TO WS-SELECT-ERRORS
           END-IF

      * Planned campaigns whose mail date has come (and whose offer
      * is still live), plus any already selected under today's
      * business date so a rerun puts them back on the vendor file.
           EXEC SQL
               DECLARE CUR-MKT-CAMP CURSOR WITH HOLD FOR
               SELECT MKC_CAMPAIGN_ID, MKC_OFFER_TYPE,
                      MKC_TARGET_GROUP_ID,
                      COALESCE(MKC_LINE_INCR_AMT, 0),
                      MKC_MIN_SCORE, MKC_MAX_DLQ_BUCKET,
                      MKC_MIN_MONTHS_OPEN, MKC_EXPIRY_DATE,
                      MKC_STATUS
               FROM MKTCAMP
               WHERE (MKC_STATUS = 'P'
                      AND MKC_MAIL_DATE <= :WS-BIZDT-DATE
                      AND MKC_EXPIRY_DATE > :WS-BIZDT-DATE)
               OR    (MKC_STATUS = 'S'
                      AND MKC_SELECT_DATE = :WS-BIZDT-DATE)
               ORDER BY MKC_CAMPAIGN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-MKT-CAMP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-MKT-CAMP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET CAMP-CURSOR-EOF TO TRUE
               ADD 1 TO WS-SELECT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-CAMPAIGNS
      *----------------------------------------------------------------*
       2000-PROCESS-CAMPAIGNS.

           EXEC SQL
               FETCH CUR-MKT-CAMP
               INTO :HOST-MKC-CAMPAIGN-ID, :HOST-MKC-OFFER-TYPE,
                    :HOST-MKC-TARGET-GROUP-ID,
                    :HOST-MKC-LINE-INCR-AMT,
                    :HOST-MKC-MIN-SCORE, :HOST-MKC-MAX-DLQ-BUCKET,
                    :HOST-MKC-MIN-MONTHS-OPEN, :HOST-MKC-EXPIRY-DATE,
                    :HOST-MKC-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CAMPAIGNS-READ
                   SET CAMP-NOT-IN-ERROR TO TRUE
                   IF HOST-MKC-STATUS = 'P'
                       PERFORM 2100-SELECT-CAMPAIGN
                          THRU 2100-SELECT-CAMPAIGN-EXIT
                   END-IF
                   IF CAMP-NOT-IN-ERROR
                       PERFORM 2500-WRITE-VENDOR-FILE
                          THRU 2500-WRITE-VENDOR-FILE-EXIT
                   END-IF
               WHEN 100
                   SET CAMP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MKT-CAMP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-SELECT-ERRORS
                   SET CAMP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-SELECT-CAMPAIGN
      * The whole campaign's offers and its Selected status commit
      * together. A failure rolls the campaign back (which also
      * closes the campaign cursor) and ends the run for a rerun.
      *----------------------------------------------------------------*
       2100-SELECT-CAMPAIGN.

           MOVE ZEROS TO WS-CAMP-OFFER-CNT
           MOVE ZEROS TO WS-PREV-CUST-ID
           MOVE HOST-MKC-CAMPAIGN-ID TO WS-OFFER-CD-CAMPAIGN

           EXEC SQL
               SELECT CHAR(DATE(:WS-BIZDT-DATE)
                           - :HOST-MKC-MIN-MONTHS-OPEN MONTHS, ISO)
               INTO :HOST-OPEN-CUTOFF
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SELECT-ERROR
               GO TO 2100-SELECT-CAMPAIGN-EXIT
           END-IF

      * One row per active account, carrying its primary customer.
      * The score is the latest SCOREHIS refresh, or the score on
      * file for a customer never refreshed; an account with no
      * DELINQ row has never been delinquent.
           EXEC SQL
               DECLARE CUR-MKT-ELIG CURSOR FOR
               SELECT X.XREF_CUST_ID, A.ACCT_ID
               FROM ACCTDAT A, CXACAIX X, CUSTDAT C
               WHERE A.ACCT_ACTIVE_STATUS = 'Y'
               AND   A.ACCT_OPEN_DATE <= :HOST-OPEN-CUTOFF
               AND   ((:HOST-MKC-OFFER-TYPE = 'U'
                       AND A.ACCT_GROUP_ID <>
                           :HOST-MKC-TARGET-GROUP-ID)
                 OR   (:HOST-MKC-OFFER-TYPE = 'L'
                       AND (:HOST-MKC-TARGET-GROUP-ID = ' '
                            OR A.ACCT_GROUP_ID =
                               :HOST-MKC-TARGET-GROUP-ID)))
               AND   X.XREF_ACCT_ID = A.ACCT_ID
               AND   X.XREF_CARD_NUM = (SELECT MIN(X2.XREF_CARD_NUM)
                                         FROM CXACAIX X2
                                         WHERE X2.XREF_ACCT_ID =
                                               A.ACCT_ID)
               AND   C.CUST_ID = X.XREF_CUST_ID
               AND   COALESCE(C.CUST_MKTG_OPTOUT_IND, 'N') <> 'Y'
               AND   COALESCE(C.CUST_DATE_OF_DEATH, ' ') = ' '
               AND   COALESCE(C.CUST_MAIL_RETURN_IND, 'N') <> 'Y'
               AND   NOT EXISTS
                     (SELECT 1 FROM BANKRPT B
                      WHERE (B.BKR_CUST_ID = C.CUST_ID
                             OR B.BKR_ACCT_ID = A.ACCT_ID)
                      AND   B.BKR_STATUS IN ('F', 'D', 'C'))
               AND   NOT EXISTS
                     (SELECT 1 FROM CUSTHOLD H
                      WHERE H.CHD_CUST_ID = C.CUST_ID
                      AND   H.CHD_STATUS IN ('P', 'D'))
               AND   NOT EXISTS
                     (SELECT 1 FROM LEGALHLD L
                      WHERE L.LGL_ACCT_ID = A.ACCT_ID
                      AND   L.LGL_STATUS = 'A')
               AND   COALESCE((SELECT D.DLQ_BUCKET FROM DELINQ D
                               WHERE D.DLQ_ACCT_ID = A.ACCT_ID), '0')
                     <= :HOST-MKC-MAX-DLQ-BUCKET
               AND   COALESCE((SELECT MAX(S.SCH_NEW_SCORE)
                               FROM SCOREHIS S
                               WHERE S.SCH_CUST_ID = C.CUST_ID
                               AND   S.SCH_SCORE_DATE =
                                     (SELECT MAX(S2.SCH_SCORE_DATE)
                                      FROM SCOREHIS S2
                                      WHERE S2.SCH_CUST_ID =
                                            C.CUST_ID)),
                              C.CUST_FICO_CREDIT_SCORE)
                     >= :HOST-MKC-MIN-SCORE
               ORDER BY X.XREF_CUST_ID, A.ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-MKT-ELIG
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SELECT-ERROR
               GO TO 2100-SELECT-CAMPAIGN-EXIT
           END-IF

           SET ELIG-CURSOR-NOT-EOF TO TRUE
           PERFORM 2200-SELECT-ONE-CANDIDATE
              THRU 2200-SELECT-ONE-CANDIDATE-EXIT
                   UNTIL ELIG-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-MKT-ELIG
           END-EXEC

           IF CAMP-IN-ERROR
               GO TO 2100-SELECT-CAMPAIGN-EXIT
           END-IF

           MOVE WS-CAMP-OFFER-CNT TO HOST-OFFERS-SELECTED

           EXEC SQL
               UPDATE MKTCAMP
               SET MKC_STATUS = 'S',
                   MKC_OFFERS_SELECTED = :HOST-OFFERS-SELECTED,
                   MKC_SELECT_DATE = :WS-BIZDT-DATE
               WHERE MKC_CAMPAIGN_ID = :HOST-MKC-CAMPAIGN-ID
               AND   MKC_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SELECT-ERROR
               GO TO 2100-SELECT-CAMPAIGN-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD WS-CAMP-OFFER-CNT TO WS-OFFERS-SELECTED
           DISPLAY 'CAMPAIGN ' HOST-MKC-CAMPAIGN-ID
                   ' OFFERS SELECTED: ' WS-CAMP-OFFER-CNT.
       2100-SELECT-CAMPAIGN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2200-SELECT-ONE-CANDIDATE
      * A customer qualifying on more than one account gets a single
      * offer, on the lowest-numbered account.
      *----------------------------------------------------------------*
       2200-SELECT-ONE-CANDIDATE.

           EXEC SQL
               FETCH CUR-MKT-ELIG
               INTO :HOST-ELIG-CUST-ID, :HOST-ELIG-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
               WHEN 100
                   SET ELIG-CURSOR-EOF TO TRUE
                   GO TO 2200-SELECT-ONE-CANDIDATE-EXIT
               WHEN OTHER
                   SET ELIG-CURSOR-EOF TO TRUE
                   PERFORM 2900-SELECT-ERROR
                   GO TO 2200-SELECT-ONE-CANDIDATE-EXIT
           END-EVALUATE

           IF HOST-ELIG-CUST-ID = WS-PREV-CUST-ID
               GO TO 2200-SELECT-ONE-CANDIDATE-EXIT
           END-IF
           MOVE HOST-ELIG-CUST-ID TO WS-PREV-CUST-ID

           IF WS-CAMP-OFFER-CNT NOT < 999999
               DISPLAY 'CAMPAIGN ' HOST-MKC-CAMPAIGN-ID
                       ' REACHED THE OFFER CODE LIMIT'
               SET ELIG-CURSOR-EOF TO TRUE
               GO TO 2200-SELECT-ONE-CANDIDATE-EXIT
           END-IF

           ADD 1 TO WS-CAMP-OFFER-CNT
           MOVE WS-CAMP-OFFER-CNT TO WS-OFFER-CD-SERIAL
           MOVE WS-OFFER-CD TO HOST-OFFER-CD

           EXEC SQL
               INSERT INTO MKTOFFER
               (MKO_OFFER_CD, MKO_CAMPAIGN_ID, MKO_CUST_ID,
                MKO_ACCT_ID, MKO_STATUS, MKO_APPL_ID,
                MKO_RESPONSE_TS, MKO_BOOKED_ACCT_ID, MKO_BOOKED_TS,
                MKO_CREATE_TS)
               VALUES
               (:HOST-OFFER-CD, :HOST-MKC-CAMPAIGN-ID,
                :HOST-ELIG-CUST-ID, :HOST-ELIG-ACCT-ID, 'M', 0,
                ' ', 0, ' ', :HOST-NOW-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ELIG-CURSOR-EOF TO TRUE
               PERFORM 2900-SELECT-ERROR
           END-IF.
       2200-SELECT-ONE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2500-WRITE-VENDOR-FILE
      * Every offer on the campaign goes to the mail vendor with the
      * customer's current name and address.
      *----------------------------------------------------------------*
       2500-WRITE-VENDOR-FILE.

           EXEC SQL
               DECLARE CUR-MKT-OFFERS CURSOR FOR
               SELECT O.MKO_OFFER_CD,
                      C.CUST_FIRST_NAME, C.CUST_LAST_NAME,
                      C.CUST_ADDR_LINE_1, C.CUST_ADDR_LINE_2,
                      C.CUST_ADDR_LINE_3, C.CUST_ADDR_STATE_CD,
                      C.CUST_ADDR_ZIP,
                      COALESCE(C.CUST_LANG_PREF, 'EN')
               FROM MKTOFFER O, CUSTDAT C
               WHERE O.MKO_CAMPAIGN_ID = :HOST-MKC-CAMPAIGN-ID
               AND   C.CUST_ID = O.MKO_CUST_ID
               ORDER BY O.MKO_OFFER_CD
           END-EXEC

           EXEC SQL
               OPEN CUR-MKT-OFFERS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-MKT-OFFERS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-SELECT-ERRORS
               GO TO 2500-WRITE-VENDOR-FILE-EXIT
           END-IF

           SET OFR-CURSOR-NOT-EOF TO TRUE
           PERFORM 2600-WRITE-ONE-OFFER
                   UNTIL OFR-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-MKT-OFFERS
           END-EXEC.
       2500-WRITE-VENDOR-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2600-WRITE-ONE-OFFER
      *----------------------------------------------------------------*
       2600-WRITE-ONE-OFFER.

           EXEC SQL
               FETCH CUR-MKT-OFFERS
               INTO :HOST-OFFER-CD,
                    :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                    :HOST-CUST-ADDR-LINE-1, :HOST-CUST-ADDR-LINE-2,
                    :HOST-CUST-ADDR-LINE-3, :HOST-CUST-ADDR-STATE-CD,
                    :HOST-CUST-ADDR-ZIP, :HOST-CUST-LANG-PREF
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-OFFER-CD            TO OFR-OFFER-CD
                   MOVE HOST-MKC-CAMPAIGN-ID     TO OFR-CAMPAIGN-ID
                   MOVE HOST-MKC-OFFER-TYPE      TO OFR-OFFER-TYPE
                   MOVE HOST-MKC-TARGET-GROUP-ID TO OFR-TARGET-GROUP-ID
                   MOVE HOST-MKC-LINE-INCR-AMT   TO OFR-LINE-INCR-AMT
                   MOVE HOST-MKC-EXPIRY-DATE     TO OFR-EXPIRY-DATE
                   MOVE HOST-CUST-LANG-PREF      TO OFR-LANG-PREF
                   MOVE HOST-CUST-FIRST-NAME     TO OFR-FIRST-NAME
                   MOVE HOST-CUST-LAST-NAME      TO OFR-LAST-NAME
                   MOVE HOST-CUST-ADDR-LINE-1    TO OFR-ADDR-LINE-1
                   MOVE HOST-CUST-ADDR-LINE-2    TO OFR-ADDR-LINE-2
                   MOVE HOST-CUST-ADDR-LINE-3    TO OFR-ADDR-LINE-3
                   MOVE HOST-CUST-ADDR-STATE-CD  TO OFR-ADDR-STATE-CD
                   MOVE HOST-CUST-ADDR-ZIP       TO OFR-ADDR-ZIP
                   WRITE OFFER-RECORD
                   IF WS-OFR-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR WRITING OFFER FILE - STATUS: '
                               WS-OFR-FILE-STATUS
                       ADD 1 TO WS-SELECT-ERRORS
                       SET OFR-CURSOR-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-OFFERS-WRITTEN
                   END-IF
               WHEN 100
                   SET OFR-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MKT-OFFERS - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-SELECT-ERRORS
                   SET OFR-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2900-SELECT-ERROR
      *----------------------------------------------------------------*
       2900-SELECT-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR SELECTING CAMPAIGN ' HOST-MKC-CAMPAIGN-ID
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-SELECT-ERRORS
           SET CAMP-IN-ERROR TO TRUE
           SET CAMP-CURSOR-EOF TO TRUE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-MKT-CAMP
           END-EXEC

           CLOSE OFFER-FILE

           DISPLAY 'CAMPAIGNS PROCESSED....: ' WS-CAMPAIGNS-READ
           DISPLAY 'CANDIDATE ACCOUNTS.....: ' WS-CANDIDATES-READ
           DISPLAY 'OFFERS SELECTED........: ' WS-OFFERS-SELECTED
           DISPLAY 'OFFERS TO MAIL VENDOR..: ' WS-OFFERS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-SELECT-ERRORS

           IF WS-SELECT-ERRORS > 0
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
