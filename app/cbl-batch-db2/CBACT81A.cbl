      *****************************************************************
      * Program     : CBACT81A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Language control report - for the business
      *               date, lists every job that produced customer-
      *               facing pieces (statements, dunning letters,
      *               adverse-action notices, alerts) with the count
      *               it sent in English and in Spanish, from the
      *               LANGPIECE rows those jobs keep through
      *               WRITE-LANG-PIECES (CSUTLIPL), with grand totals.
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
      * 2026-10-15 - New batch job: customer-language control report
      *              of pieces produced by job and language
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT81A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANG-RPT-FILE ASSIGN TO LANGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD LANG-RPT-FILE
           RECORDING MODE IS F.
       01 LANG-RPT-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT81A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-JOB-TOTALS.
         05 WS-JOBS-READ                PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-EN                 PIC S9(11) COMP-3 VALUE ZEROS.
         05 WS-TOTAL-ES                 PIC S9(11) COMP-3 VALUE ZEROS.
         05 WS-TOTAL-ALL                PIC S9(11) COMP-3 VALUE ZEROS.
         05 WS-RPT-ERRORS               PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ROW-TOTAL                PIC S9(11) COMP-3 VALUE ZEROS.

       01 WS-LPC-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 LPC-CURSOR-EOF                        VALUE 'Y'.
         88 LPC-CURSOR-NOT-EOF                    VALUE 'N'.

      * Report lines
       01 WS-RPT-HEADING.
         05 FILLER                      PIC X(40)
             VALUE 'CUSTOMER LANGUAGE CONTROL REPORT - DATE '.
         05 WS-HDG-DATE                 PIC X(10).
         05 FILLER                      PIC X(82) VALUE SPACES.

       01 WS-RPT-COLUMNS.
         05 FILLER                      PIC X(10) VALUE 'JOB'.
         05 FILLER                      PIC X(16)
             VALUE '         ENGLISH'.
         05 FILLER                      PIC X(16)
             VALUE '         SPANISH'.
         05 FILLER                      PIC X(16)
             VALUE '           TOTAL'.
         05 FILLER                      PIC X(74) VALUE SPACES.

       01 WS-RPT-DETAIL.
         05 WS-DTL-JOB-NAME             PIC X(08).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 WS-DTL-EN                   PIC ZZ,ZZZ,ZZZ,ZZ9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 WS-DTL-ES                   PIC ZZ,ZZZ,ZZZ,ZZ9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 WS-DTL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
         05 FILLER                      PIC X(74) VALUE SPACES.

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

       01 HOST-LPC-ROW.
         05 HOST-LPC-JOB-NAME          PIC X(08).
         05 HOST-LPC-EN-CNT            PIC S9(11) COMP-3.
         05 HOST-LPC-ES-CNT            PIC S9(11) COMP-3.

       COPY CVLPC01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT81A - LANGUAGE CONTROL REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT81A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-JOBS
                   UNTIL LPC-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT81A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-JOBS-READ TO WS-RTOT-RECS-READ
           MOVE WS-JOBS-READ TO WS-RTOT-RECS-POSTED
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT81A - LANGUAGE CONTROL REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOBS-READ
           MOVE ZEROS TO WS-TOTAL-EN
           MOVE ZEROS TO WS-TOTAL-ES
           MOVE ZEROS TO WS-TOTAL-ALL
           MOVE ZEROS TO WS-RPT-ERRORS
           SET LPC-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT LANG-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LANGRPT - STATUS: '
                       WS-RPT-FILE-STATUS
               SET LPC-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF

           MOVE WS-BIZDT-DATE TO WS-HDG-DATE
           WRITE LANG-RPT-LINE FROM WS-RPT-HEADING
           MOVE SPACES TO LANG-RPT-LINE
           WRITE LANG-RPT-LINE
           WRITE LANG-RPT-LINE FROM WS-RPT-COLUMNS

      *    One row per job for the date, both languages side by side.
           EXEC SQL
               DECLARE CUR-LANG-PIECES CURSOR FOR
               SELECT LPC_JOB_NAME,
                      SUM(CASE WHEN LPC_LANG_CD = 'ES'
                               THEN 0 ELSE LPC_PIECE_CNT END),
                      SUM(CASE WHEN LPC_LANG_CD = 'ES'
                               THEN LPC_PIECE_CNT ELSE 0 END)
               FROM LANGPIECE
               WHERE LPC_RUN_DATE = :WS-BIZDT-DATE
               GROUP BY LPC_JOB_NAME
               ORDER BY LPC_JOB_NAME
           END-EXEC

           EXEC SQL
               OPEN CUR-LANG-PIECES
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-LANG-PIECES - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET LPC-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-JOBS
      *----------------------------------------------------------------*
       2000-PROCESS-JOBS.

           EXEC SQL
               FETCH CUR-LANG-PIECES
               INTO :HOST-LPC-JOB-NAME, :HOST-LPC-EN-CNT,
                    :HOST-LPC-ES-CNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-JOBS-READ
                   PERFORM 2100-WRITE-JOB-LINE
               WHEN 100
                   SET LPC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-LANG-PIECES - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET LPC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2100-WRITE-JOB-LINE
      *----------------------------------------------------------------*
       2100-WRITE-JOB-LINE.

           COMPUTE WS-ROW-TOTAL = HOST-LPC-EN-CNT + HOST-LPC-ES-CNT
           ADD HOST-LPC-EN-CNT TO WS-TOTAL-EN
           ADD HOST-LPC-ES-CNT TO WS-TOTAL-ES
           ADD WS-ROW-TOTAL TO WS-TOTAL-ALL

           MOVE HOST-LPC-JOB-NAME TO WS-DTL-JOB-NAME
           MOVE HOST-LPC-EN-CNT TO WS-DTL-EN
           MOVE HOST-LPC-ES-CNT TO WS-DTL-ES
           MOVE WS-ROW-TOTAL TO WS-DTL-TOTAL
           WRITE LANG-RPT-LINE FROM WS-RPT-DETAIL.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-LANG-PIECES
           END-EXEC

           MOVE SPACES TO LANG-RPT-LINE
           WRITE LANG-RPT-LINE
           MOVE 'ALL JOBS' TO WS-DTL-JOB-NAME
           MOVE WS-TOTAL-EN TO WS-DTL-EN
           MOVE WS-TOTAL-ES TO WS-DTL-ES
           MOVE WS-TOTAL-ALL TO WS-DTL-TOTAL
           WRITE LANG-RPT-LINE FROM WS-RPT-DETAIL

           IF WS-JOBS-READ = 0
               MOVE SPACES TO LANG-RPT-LINE
               MOVE '  (no pieces recorded for this date)'
                 TO LANG-RPT-LINE
               WRITE LANG-RPT-LINE
           END-IF

           CLOSE LANG-RPT-FILE

           DISPLAY 'JOBS REPORTED..........: ' WS-JOBS-READ
           DISPLAY 'PIECES IN ENGLISH......: ' WS-TOTAL-EN
           DISPLAY 'PIECES IN SPANISH......: ' WS-TOTAL-ES
           DISPLAY 'PROCESSING ERRORS......: ' WS-RPT-ERRORS

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
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
