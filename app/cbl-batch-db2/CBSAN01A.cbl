      *****************************************************************
      * Program     : CBSAN01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Daily sanctions screening report. Lists every
      *               hit the shared sanctions screen (CSUTLYPL)
      *               queued on SANCHIT for the business date - the
      *               authorizations COAUT01A declined, the clearing
      *               records CBACT18A suspended and the reposts
      *               COSUS01A held - with what matched (sanctioned
      *               country / region, watchlist name, or a screen
      *               that could not complete), the disposition and
      *               the compliance review status. Closes with the
      *               day's totals by disposition and hit type and
      *               the count of hits from any date still awaiting
      *               review. Reads only; changes nothing.
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
      * 2026-10-15 - New batch job: daily sanctions screening hit and
      *              disposition report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSAN01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANC-RPT-FILE ASSIGN TO SANCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD SANC-RPT-FILE
           RECORDING MODE IS F.
       01 SANC-RPT-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBSAN01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-JOB-TOTALS.
         05 WS-HITS-READ               PIC 9(07) VALUE ZEROS.
         05 WS-HITS-DECLINED           PIC 9(07) VALUE ZEROS.
         05 WS-HITS-SUSPENDED          PIC 9(07) VALUE ZEROS.
         05 WS-HITS-COUNTRY            PIC 9(07) VALUE ZEROS.
         05 WS-HITS-WATCHLIST          PIC 9(07) VALUE ZEROS.
         05 WS-HITS-SCREEN-ERROR       PIC 9(07) VALUE ZEROS.
         05 WS-RPT-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-HIT-AMT           PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT                PIC ZZZ,ZZ9.
         05 WS-AMT-EDIT                PIC -,---,---,--9.99.

       01 WS-HIT-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 HIT-CURSOR-EOF                        VALUE 'Y'.
         88 HIT-CURSOR-NOT-EOF                    VALUE 'N'.

      * One report line per hit
       01 WS-RPT-DETAIL.
         05 RPT-HIT-ID                 PIC Z(17)9.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-SOURCE                 PIC X(04).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-HIT-TYPE               PIC X(07).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-CARD-NUM               PIC X(16).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-MERCH-NAME             PIC X(22).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-COUNTRY                PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-AMT                    PIC -(8)9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-MATCH-ENTRY            PIC X(22).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-DISPOSITION            PIC X(09).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 RPT-REVIEW                 PIC X(07).

       01 WS-RPT-COLUMN-HEAD.
         05 FILLER                     PIC X(19)
                                        VALUE '            HIT ID '.
         05 FILLER                     PIC X(13)
                                        VALUE 'SRC  TYPE    '.
         05 FILLER                     PIC X(17)
                                        VALUE 'CARD             '.
         05 FILLER                     PIC X(23)
                                        VALUE 'MERCHANT'.
         05 FILLER                     PIC X(17)
                                        VALUE 'CTY       AMOUNT '.
         05 FILLER                     PIC X(23)
                                        VALUE 'MATCHED ENTRY'.
         05 FILLER                     PIC X(17)
                                        VALUE 'DISPOSITN REVIEW'.

      * Card-number masking (shared logic CSUTLMPL)
       01 WS-MASK-FIELDS.
       COPY CSUTLMWY.

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

      * Reporting window - the business date's hits only
       01 HOST-DAY-START-TS             PIC X(26).
       01 HOST-DAY-END-TS               PIC X(26).
       01 HOST-PENDING-COUNT            PIC S9(09) COMP.

       COPY CVSAN02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBSAN01A - SANCTIONS SCREENING REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBSAN01A' TO WS-JOBRUN-JOB-NAME
      * Runs after the night's clearing so its suspensions are in.
           MOVE 'CBACT18A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HIT
                   UNTIL HIT-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBSAN01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-HITS-READ TO WS-RTOT-RECS-READ
           MOVE ZEROS TO WS-RTOT-RECS-POSTED
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-HIT-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBSAN01A - SANCTIONS SCREENING REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET HIT-CURSOR-NOT-EOF TO TRUE

           STRING WS-BIZDT-DATE '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-DAY-START-TS
           STRING WS-BIZDT-DATE '-23.59.59.999999'
             DELIMITED BY SIZE
             INTO HOST-DAY-END-TS

           OPEN OUTPUT SANC-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SANC-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-RPT-ERRORS
               SET HIT-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO SANC-RPT-LINE
               MOVE 'SANCTIONS SCREENING HITS AND DISPOSITIONS'
                 TO SANC-RPT-LINE
               WRITE SANC-RPT-LINE
               MOVE SPACES TO SANC-RPT-LINE
               STRING 'FOR BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZDT-DATE DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE
               MOVE SPACES TO SANC-RPT-LINE
               WRITE SANC-RPT-LINE
               MOVE WS-RPT-COLUMN-HEAD TO SANC-RPT-LINE
               WRITE SANC-RPT-LINE
           END-IF

           EXEC SQL
               DECLARE CUR-SANC-HIT CURSOR FOR
               SELECT SNH_HIT_ID, SNH_SOURCE, SNH_HIT_TYPE,
                      SNH_CARD_NUM, SNH_MERCH_NAME,
                      SNH_MERCH_COUNTRY_CD, SNH_TRAN_AMT,
                      SNH_MATCH_ENTRY, SNH_DISPOSITION,
                      SNH_REVIEW_STATUS
               FROM SANCHIT
               WHERE SNH_CREATE_TS >= :HOST-DAY-START-TS
               AND   SNH_CREATE_TS <= :HOST-DAY-END-TS
               ORDER BY SNH_CREATE_TS, SNH_HIT_ID
           END-EXEC

           IF HIT-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-SANC-HIT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-SANC-HIT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET HIT-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-HIT
      *----------------------------------------------------------------*
       2000-PROCESS-HIT.

           EXEC SQL
               FETCH CUR-SANC-HIT
               INTO :SNH-HIT-ID, :SNH-SOURCE, :SNH-HIT-TYPE,
                    :SNH-CARD-NUM, :SNH-MERCH-NAME,
                    :SNH-MERCH-COUNTRY-CD, :SNH-TRAN-AMT,
                    :SNH-MATCH-ENTRY, :SNH-DISPOSITION,
                    :SNH-REVIEW-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-HITS-READ
                   ADD SNH-TRAN-AMT TO WS-TOTAL-HIT-AMT
                   PERFORM 2100-WRITE-HIT-LINE
               WHEN 100
                   SET HIT-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-SANC-HIT
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-SANC-HIT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET HIT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-WRITE-HIT-LINE
      *----------------------------------------------------------------*
       2100-WRITE-HIT-LINE.

           MOVE SNH-HIT-ID TO RPT-HIT-ID

           IF SNH-SOURCE-AUTH
               MOVE 'AUTH' TO RPT-SOURCE
           ELSE
               MOVE 'CLR ' TO RPT-SOURCE
           END-IF

           EVALUATE TRUE
               WHEN SNH-HIT-COUNTRY
                   MOVE 'COUNTRY' TO RPT-HIT-TYPE
                   ADD 1 TO WS-HITS-COUNTRY
               WHEN SNH-HIT-WATCHLIST
                   MOVE 'WATCHLS' TO RPT-HIT-TYPE
                   ADD 1 TO WS-HITS-WATCHLIST
               WHEN OTHER
                   MOVE 'NO SCRN' TO RPT-HIT-TYPE
                   ADD 1 TO WS-HITS-SCREEN-ERROR
           END-EVALUATE

           MOVE SNH-CARD-NUM TO WS-MASK-CARD-IN
           PERFORM MASK-CARD-NUM THRU MASK-CARD-NUM-EXIT
           MOVE WS-MASK-CARD-OUT TO RPT-CARD-NUM

           MOVE SNH-MERCH-NAME       TO RPT-MERCH-NAME
           MOVE SNH-MERCH-COUNTRY-CD TO RPT-COUNTRY
           MOVE SNH-TRAN-AMT         TO RPT-AMT
           MOVE SNH-MATCH-ENTRY      TO RPT-MATCH-ENTRY

           IF SNH-DECLINED
               MOVE 'DECLINED ' TO RPT-DISPOSITION
               ADD 1 TO WS-HITS-DECLINED
           ELSE
               MOVE 'SUSPENDED' TO RPT-DISPOSITION
               ADD 1 TO WS-HITS-SUSPENDED
           END-IF

           EVALUATE TRUE
               WHEN SNH-REVIEW-CLEARED
                   MOVE 'CLEARED' TO RPT-REVIEW
               WHEN SNH-REVIEW-BLOCKED
                   MOVE 'BLOCKED' TO RPT-REVIEW
               WHEN OTHER
                   MOVE 'PENDING' TO RPT-REVIEW
           END-EVALUATE

           MOVE WS-RPT-DETAIL TO SANC-RPT-LINE
           WRITE SANC-RPT-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * The review backlog counts every hit still Pending, whatever
      * day it was queued - an old hit nobody has worked is exactly
      * what compliance needs to see.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           MOVE ZEROS TO HOST-PENDING-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-PENDING-COUNT
               FROM SANCHIT
               WHERE SNH_REVIEW_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING PENDING SANCHIT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-RPT-ERRORS
           END-IF

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               IF WS-HITS-READ = 0
                   MOVE 'NO SANCTIONS HITS FOR THIS BUSINESS DATE'
                     TO SANC-RPT-LINE
                   WRITE SANC-RPT-LINE
               END-IF

               MOVE WS-HITS-READ TO WS-CNT-EDIT
               MOVE WS-TOTAL-HIT-AMT TO WS-AMT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING 'TOTAL HITS...........: ' WS-CNT-EDIT
                      '   AMOUNT: ' WS-AMT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE WS-HITS-DECLINED TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING '  AUTHS DECLINED.....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE WS-HITS-SUSPENDED TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING '  ITEMS SUSPENDED....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE WS-HITS-COUNTRY TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING '  COUNTRY/REGION.....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE WS-HITS-WATCHLIST TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING '  WATCHLIST NAME.....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE WS-HITS-SCREEN-ERROR TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING '  SCREEN INCOMPLETE..: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               MOVE HOST-PENDING-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO SANC-RPT-LINE
               STRING 'AWAITING REVIEW (ALL DATES): ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO SANC-RPT-LINE
               WRITE SANC-RPT-LINE

               CLOSE SANC-RPT-FILE
           END-IF

           MOVE HOST-PENDING-COUNT TO WS-CNT-EDIT
           DISPLAY 'SANCTIONS HITS REPORTED: ' WS-HITS-READ
           DISPLAY 'AWAITING REVIEW........: ' WS-CNT-EDIT
           DISPLAY 'REPORT ERRORS..........: ' WS-RPT-ERRORS

           IF WS-RPT-ERRORS > 0
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
      *            MASK-CARD-NUM (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLMPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
