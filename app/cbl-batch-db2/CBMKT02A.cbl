      *****************************************************************
      * Program     : CBMKT02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Marketing campaign response and booking report -
      *               for every campaign CBMKT01A has mailed: offers
      *               mailed, applications that quoted an offer code
      *               through COAPP01A, those declined and those
      *               approved and booked, with the response and
      *               booking rates against the mailing, followed by
      *               the accounts each campaign booked - the link
      *               from a mailing to the accounts it produced.
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
      * 2026-10-15 - New batch job: campaign response and booking
      *              report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMKT02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MKT-RPT-FILE ASSIGN TO MKTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD MKT-RPT-FILE
           RECORDING MODE IS F.
       01 MKT-RPT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBMKT02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CAMPAIGNS-READ           PIC 9(07) VALUE ZEROS.
         05 WS-BOOKINGS-READ            PIC 9(07) VALUE ZEROS.
         05 WS-RPT-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-TOT-MAILED               PIC S9(09) VALUE ZEROS.
         05 WS-TOT-RESPONDED            PIC S9(09) VALUE ZEROS.
         05 WS-TOT-DECLINED             PIC S9(09) VALUE ZEROS.
         05 WS-TOT-BOOKED               PIC S9(09) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT-1               PIC ZZZ,ZZ9.
         05 WS-CNT-EDIT-2               PIC ZZZ,ZZ9.
         05 WS-CNT-EDIT-3               PIC ZZZ,ZZ9.
         05 WS-CNT-EDIT-4               PIC ZZZ,ZZ9.
         05 WS-RESP-PCT                 PIC S9(03)V99 VALUE ZEROS.
         05 WS-BOOK-PCT                 PIC S9(03)V99 VALUE ZEROS.
         05 WS-RATE-EDIT-1              PIC ZZ9.99.
         05 WS-RATE-EDIT-2              PIC ZZ9.99.
         05 WS-ID-EDIT-1                PIC 9(09).
         05 WS-ID-EDIT-2                PIC 9(11).
      * Campaigns still inside their expiry date can draw more
      * responses - flagged so a low rate is not read as final.
         05 WS-CAMP-STATE               PIC X(07).

       01 WS-CAMP-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 CAMP-CURSOR-EOF                       VALUE 'Y'.
         88 CAMP-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-BOOK-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 BOOK-CURSOR-EOF                       VALUE 'Y'.
         88 BOOK-CURSOR-NOT-EOF                   VALUE 'N'.

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

       01 HOST-CAMP-ROW.
         05 HOST-CAMPAIGN-ID            PIC X(06).
         05 HOST-CAMPAIGN-NAME          PIC X(30).
         05 HOST-OFFER-TYPE             PIC X(01).
         05 HOST-MAIL-DATE              PIC X(10).
         05 HOST-EXPIRY-DATE            PIC X(10).
         05 HOST-MAILED-CNT             PIC S9(09) COMP.
         05 HOST-RESPONDED-CNT          PIC S9(09) COMP.
         05 HOST-DECLINED-CNT           PIC S9(09) COMP.
         05 HOST-BOOKED-CNT             PIC S9(09) COMP.

       01 HOST-BOOK-ROW.
         05 HOST-BK-CAMPAIGN-ID         PIC X(06).
         05 HOST-BK-OFFER-CD            PIC X(12).
         05 HOST-BK-CUST-ID             PIC S9(09) COMP.
         05 HOST-BK-ACCT-ID             PIC S9(11) COMP-3.
         05 HOST-BK-BOOKED-TS           PIC X(26).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBMKT02A - CAMPAIGN RESPONSE REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBMKT02A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-BY-CAMPAIGN
                   UNTIL CAMP-CURSOR-EOF
           PERFORM 2500-WRITE-TOTAL-LINE
           PERFORM 3000-WRITE-BOOKING-HEADER
           PERFORM 4000-REPORT-BOOKINGS
                   UNTIL BOOK-CURSOR-EOF
           PERFORM 6000-FINALIZE
           MOVE 'CBMKT02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CAMPAIGNS-READ TO WS-RTOT-RECS-READ
           MOVE WS-BOOKINGS-READ TO WS-RTOT-RECS-POSTED
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBMKT02A - CAMPAIGN RESPONSE REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CAMPAIGNS-READ
           MOVE ZEROS TO WS-BOOKINGS-READ
           MOVE ZEROS TO WS-RPT-ERRORS
           MOVE ZEROS TO WS-TOT-MAILED
           MOVE ZEROS TO WS-TOT-RESPONDED
           MOVE ZEROS TO WS-TOT-DECLINED
           MOVE ZEROS TO WS-TOT-BOOKED
           SET CAMP-CURSOR-NOT-EOF TO TRUE
           SET BOOK-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT MKT-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MKT-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               SET CAMP-CURSOR-EOF TO TRUE
               SET BOOK-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF

           MOVE SPACES TO MKT-RPT-LINE
           MOVE 'MARKETING CAMPAIGN RESPONSE AND BOOKING REPORT'
             TO MKT-RPT-LINE
           WRITE MKT-RPT-LINE

           MOVE SPACES TO MKT-RPT-LINE
           STRING 'AS OF ' WS-BIZDT-DATE DELIMITED BY SIZE
             INTO MKT-RPT-LINE
           WRITE MKT-RPT-LINE

           MOVE SPACES TO MKT-RPT-LINE
           STRING 'CAMPGN NAME                           T'
                  DELIMITED BY SIZE
                  ' MAIL DATE  EXPIRES    STATE  '
                  DELIMITED BY SIZE
                  '  MAILED RESPONDED DECLINED   BOOKED'
                  DELIMITED BY SIZE
                  '  RESP PCT  BOOK PCT' DELIMITED BY SIZE
             INTO MKT-RPT-LINE
           WRITE MKT-RPT-LINE

      * A responded offer whose application was approved is Booked;
      * the rest of the responses are declined or still with the
      * underwriter.
           EXEC SQL
               DECLARE CUR-MKT-CAMP CURSOR FOR
               SELECT C.MKC_CAMPAIGN_ID, C.MKC_CAMPAIGN_NAME,
                      C.MKC_OFFER_TYPE, C.MKC_MAIL_DATE,
                      C.MKC_EXPIRY_DATE,
                      COUNT(*),
                      SUM(CASE WHEN O.MKO_STATUS IN ('R', 'B')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APP_STATUS = 'D'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN O.MKO_STATUS = 'B'
                               THEN 1 ELSE 0 END)
               FROM MKTCAMP C
               INNER JOIN MKTOFFER O
                     ON O.MKO_CAMPAIGN_ID = C.MKC_CAMPAIGN_ID
               LEFT OUTER JOIN APPLDAT A
                     ON A.APP_APPL_ID = O.MKO_APPL_ID
               WHERE C.MKC_STATUS = 'S'
               GROUP BY C.MKC_CAMPAIGN_ID, C.MKC_CAMPAIGN_NAME,
                        C.MKC_OFFER_TYPE, C.MKC_MAIL_DATE,
                        C.MKC_EXPIRY_DATE
               ORDER BY C.MKC_CAMPAIGN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-MKT-CAMP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-MKT-CAMP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET CAMP-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF

           EXEC SQL
               DECLARE CUR-MKT-BOOKED CURSOR FOR
               SELECT MKO_CAMPAIGN_ID, MKO_OFFER_CD, MKO_CUST_ID,
                      MKO_BOOKED_ACCT_ID, MKO_BOOKED_TS
               FROM MKTOFFER
               WHERE MKO_STATUS = 'B'
               ORDER BY MKO_CAMPAIGN_ID, MKO_OFFER_CD
           END-EXEC

           EXEC SQL
               OPEN CUR-MKT-BOOKED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-MKT-BOOKED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET BOOK-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-REPORT-BY-CAMPAIGN
      *----------------------------------------------------------------*
       2000-REPORT-BY-CAMPAIGN.

           EXEC SQL
               FETCH CUR-MKT-CAMP
               INTO :HOST-CAMPAIGN-ID, :HOST-CAMPAIGN-NAME,
                    :HOST-OFFER-TYPE, :HOST-MAIL-DATE,
                    :HOST-EXPIRY-DATE, :HOST-MAILED-CNT,
                    :HOST-RESPONDED-CNT, :HOST-DECLINED-CNT,
                    :HOST-BOOKED-CNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CAMPAIGNS-READ
                   ADD HOST-MAILED-CNT    TO WS-TOT-MAILED
                   ADD HOST-RESPONDED-CNT TO WS-TOT-RESPONDED
                   ADD HOST-DECLINED-CNT  TO WS-TOT-DECLINED
                   ADD HOST-BOOKED-CNT    TO WS-TOT-BOOKED
                   IF HOST-EXPIRY-DATE < WS-BIZDT-DATE
                       MOVE 'CLOSED ' TO WS-CAMP-STATE
                   ELSE
                       MOVE 'LIVE   ' TO WS-CAMP-STATE
                   END-IF
                   PERFORM 2100-WRITE-CAMPAIGN-LINE
               WHEN 100
                   SET CAMP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MKT-CAMP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET CAMP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-WRITE-CAMPAIGN-LINE
      * Both rates are against the pieces mailed - the measure the
      * mailing is bought on.
      *----------------------------------------------------------------*
       2100-WRITE-CAMPAIGN-LINE.

           IF HOST-MAILED-CNT > 0
               COMPUTE WS-RESP-PCT ROUNDED =
                   HOST-RESPONDED-CNT * 100 / HOST-MAILED-CNT
               COMPUTE WS-BOOK-PCT ROUNDED =
                   HOST-BOOKED-CNT * 100 / HOST-MAILED-CNT
           ELSE
               MOVE ZEROS TO WS-RESP-PCT
               MOVE ZEROS TO WS-BOOK-PCT
           END-IF

           MOVE HOST-MAILED-CNT    TO WS-CNT-EDIT-1
           MOVE HOST-RESPONDED-CNT TO WS-CNT-EDIT-2
           MOVE HOST-DECLINED-CNT  TO WS-CNT-EDIT-3
           MOVE HOST-BOOKED-CNT    TO WS-CNT-EDIT-4
           MOVE WS-RESP-PCT        TO WS-RATE-EDIT-1
           MOVE WS-BOOK-PCT        TO WS-RATE-EDIT-2

           MOVE SPACES TO MKT-RPT-LINE
           STRING HOST-CAMPAIGN-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOST-CAMPAIGN-NAME DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOST-OFFER-TYPE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOST-MAIL-DATE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOST-EXPIRY-DATE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CAMP-STATE      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CNT-EDIT-1      DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-CNT-EDIT-3      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-CNT-EDIT-4      DELIMITED BY SIZE
                  '    '             DELIMITED BY SIZE
                  WS-RATE-EDIT-1     DELIMITED BY SIZE
                  '    '             DELIMITED BY SIZE
                  WS-RATE-EDIT-2     DELIMITED BY SIZE
             INTO MKT-RPT-LINE
           WRITE MKT-RPT-LINE.

      *----------------------------------------------------------------*
      *                      2500-WRITE-TOTAL-LINE
      *----------------------------------------------------------------*
       2500-WRITE-TOTAL-LINE.

           MOVE 'ALL CAMPAIGNS' TO HOST-CAMPAIGN-NAME
           MOVE SPACES TO HOST-CAMPAIGN-ID
           MOVE SPACES TO HOST-OFFER-TYPE
           MOVE SPACES TO HOST-MAIL-DATE
           MOVE SPACES TO HOST-EXPIRY-DATE
           MOVE SPACES TO WS-CAMP-STATE
           MOVE WS-TOT-MAILED    TO HOST-MAILED-CNT
           MOVE WS-TOT-RESPONDED TO HOST-RESPONDED-CNT
           MOVE WS-TOT-DECLINED  TO HOST-DECLINED-CNT
           MOVE WS-TOT-BOOKED    TO HOST-BOOKED-CNT

           MOVE SPACES TO MKT-RPT-LINE
           WRITE MKT-RPT-LINE
           PERFORM 2100-WRITE-CAMPAIGN-LINE.

      *----------------------------------------------------------------*
      *                      3000-WRITE-BOOKING-HEADER
      *----------------------------------------------------------------*
       3000-WRITE-BOOKING-HEADER.

           MOVE SPACES TO MKT-RPT-LINE
           WRITE MKT-RPT-LINE

           MOVE SPACES TO MKT-RPT-LINE
           MOVE 'ACCOUNTS BOOKED BY CAMPAIGN' TO MKT-RPT-LINE
           WRITE MKT-RPT-LINE

           MOVE SPACES TO MKT-RPT-LINE
           MOVE 'CAMPGN OFFER CODE   CUSTOMER  ACCOUNT     BOOKED'
             TO MKT-RPT-LINE
           WRITE MKT-RPT-LINE.

      *----------------------------------------------------------------*
      *                      4000-REPORT-BOOKINGS
      *----------------------------------------------------------------*
       4000-REPORT-BOOKINGS.

           EXEC SQL
               FETCH CUR-MKT-BOOKED
               INTO :HOST-BK-CAMPAIGN-ID, :HOST-BK-OFFER-CD,
                    :HOST-BK-CUST-ID, :HOST-BK-ACCT-ID,
                    :HOST-BK-BOOKED-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-BOOKINGS-READ
                   MOVE HOST-BK-CUST-ID TO WS-ID-EDIT-1
                   MOVE HOST-BK-ACCT-ID TO WS-ID-EDIT-2
                   MOVE SPACES TO MKT-RPT-LINE
                   STRING HOST-BK-CAMPAIGN-ID     DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          HOST-BK-OFFER-CD        DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-ID-EDIT-1            DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-ID-EDIT-2            DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          HOST-BK-BOOKED-TS(1:10) DELIMITED BY SIZE
                     INTO MKT-RPT-LINE
                   WRITE MKT-RPT-LINE
               WHEN 100
                   SET BOOK-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MKT-BOOKED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET BOOK-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           EXEC SQL
               CLOSE CUR-MKT-CAMP
           END-EXEC

           EXEC SQL
               CLOSE CUR-MKT-BOOKED
           END-EXEC

           CLOSE MKT-RPT-FILE

           DISPLAY 'CAMPAIGNS REPORTED.....: ' WS-CAMPAIGNS-READ
           DISPLAY 'ACCOUNTS BOOKED LISTED.: ' WS-BOOKINGS-READ
           DISPLAY 'PROCESSING ERRORS......: ' WS-RPT-ERRORS

           IF WS-RPT-ERRORS > 0
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
