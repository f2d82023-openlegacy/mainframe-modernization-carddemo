      *****************************************************************
      * Program     : CBTSM01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly transaction summary rebuild. Throws away
      *               the TRANSUM rows for one posting month - or for
      *               every month, when the TSMPARM card says ALL -
      *               and rebuilds them from the detail in TRANSACT
      *               and TRANSACT_ARCH, grouped the same way
      *               CSUTLWPL keeps them as transactions post. Used
      *               to load the table the first time, and to repair
      *               a month the nightly proof (CBTSM02A) reports out
      *               of balance. Each month is deleted, rebuilt and
      *               committed as one unit of work. Run it inside the
      *               batch window, while online postings are being
      *               queued to MEMOPOST, so nothing posts to the
      *               month while it is being rebuilt. The TSMRPT
      *               report shows each month's row count and totals
      *               before and after.
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
      * 2026-10-15 - New batch job: rebuild of the monthly transaction
      *              summary from TRANSACT / TRANSACT_ARCH
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBTSM01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSM-PARM-FILE ASSIGN TO TSMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT TSM-RPT-FILE ASSIGN TO TSMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD TSM-PARM-FILE
           RECORDING MODE IS F.
       01 TSM-PARM-RECORD.
          05 PARM-MONTH                 PIC X(07).
          05 FILLER                     PIC X(73).

       FD TSM-RPT-FILE
           RECORDING MODE IS F.
       01 TSM-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBTSM01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-JOB-TOTALS.
         05 WS-MONTHS-READ             PIC 9(07) VALUE ZEROS.
         05 WS-MONTHS-REBUILT          PIC 9(07) VALUE ZEROS.
         05 WS-REBUILD-ERRORS          PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-REBUILT-AMT       PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT-1              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-3              PIC ZZZ,ZZZ,ZZ9.
         05 WS-AMT-EDIT-1              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-AMT-EDIT-2              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * ALL on the TSMPARM card rebuilds every month on file;
      * otherwise the one month named (YYYY-MM).
       01 WS-PARM-FLAG                 PIC X(01) VALUE 'N'.
         88 PARM-VALID                            VALUE 'Y'.
         88 PARM-INVALID                          VALUE 'N'.
       01 WS-SCOPE-FLAG                PIC X(01) VALUE 'M'.
         88 REBUILD-ONE-MONTH                     VALUE 'M'.
         88 REBUILD-ALL-MONTHS                    VALUE 'A'.

       01 WS-MON-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 MON-CURSOR-EOF                        VALUE 'Y'.
         88 MON-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-MONTH                    PIC X(07).
       01 HOST-MONTH-START-TS           PIC X(26).
       01 HOST-MONTH-END-TS             PIC X(26).

       01 HOST-BEFORE-FIGURES.
         05 HOST-BEF-ROWS               PIC S9(09) COMP.
         05 HOST-BEF-TRAN-CNT           PIC S9(09) COMP.
         05 HOST-BEF-TRAN-AMT           PIC S9(13)V99 COMP-3.
       01 HOST-AFTER-FIGURES.
         05 HOST-AFT-ROWS               PIC S9(09) COMP.
         05 HOST-AFT-TRAN-CNT           PIC S9(09) COMP.
         05 HOST-AFT-TRAN-AMT           PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBTSM01A - TRANSACTION SUMMARY REBUILD STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           PERFORM 1100-READ-REBUILD-PARM
              THRU 1100-READ-REBUILD-PARM-EXIT
           IF PARM-INVALID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBTSM01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF REBUILD-ALL-MONTHS
               PERFORM 2000-PROCESS-MONTH
                       UNTIL MON-CURSOR-EOF
           ELSE
               IF WS-RPT-FILE-STATUS = '00'
                   MOVE PARM-MONTH TO HOST-MONTH
                   ADD 1 TO WS-MONTHS-READ
                   PERFORM 2100-REBUILD-MONTH
                      THRU 2100-REBUILD-MONTH-EXIT
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           MOVE 'CBTSM01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-MONTHS-READ TO WS-RTOT-RECS-READ
           MOVE WS-MONTHS-REBUILT TO WS-RTOT-RECS-POSTED
           MOVE WS-REBUILD-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-REBUILT-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBTSM01A - TRANSACTION SUMMARY REBUILD ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOB-TOTALS
           SET MON-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT TSM-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TSM-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-REBUILD-ERRORS
               SET MON-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO TSM-RPT-LINE
               STRING '=== TRANSACTION SUMMARY REBUILD - BUSINESS DATE '
                      WS-BIZDT-DATE ' - MONTH ' PARM-MONTH ' ==='
                 DELIMITED BY SIZE
                 INTO TSM-RPT-LINE
               WRITE TSM-RPT-LINE
               MOVE SPACES TO TSM-RPT-LINE
               STRING 'MONTH  '
                      '    ROWS BEFORE'
                      '     ROWS AFTER'
                      '     TRANS AFTER'
                      '         AMOUNT BEFORE'
                      '          AMOUNT AFTER'
                 DELIMITED BY SIZE
                 INTO TSM-RPT-LINE
               WRITE TSM-RPT-LINE
           END-IF

      *    Every month with detail or with summary rows - a month
      *    whose detail has all been purged loses its summary too.
      *    Held across the COMMIT taken after every month.
           IF REBUILD-ALL-MONTHS AND MON-CURSOR-NOT-EOF
               EXEC SQL
                   DECLARE CUR-TSM-MONTH CURSOR WITH HOLD FOR
                   SELECT SUBSTR(TRAN_PROC_TS, 1, 7)
                   FROM TRANSACT
                   UNION
                   SELECT SUBSTR(TRAN_PROC_TS, 1, 7)
                   FROM TRANSACT_ARCH
                   UNION
                   SELECT TSUM_MONTH
                   FROM TRANSUM
                   ORDER BY 1
               END-EXEC

               EXEC SQL
                   OPEN CUR-TSM-MONTH
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-TSM-MONTH - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-REBUILD-ERRORS
                   SET MON-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   1100-READ-REBUILD-PARM
      * One TSMPARM card: the posting month to rebuild in cols 1-7
      * (YYYY-MM), or ALL. A month after the business date's month
      * has nothing posted to it and is refused.
      *----------------------------------------------------------------*
       1100-READ-REBUILD-PARM.

           SET PARM-INVALID TO TRUE

           OPEN INPUT TSM-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CBTSM01A - NO TSMPARM CARD - STATUS: '
                       WS-PARM-FILE-STATUS
               GO TO 1100-READ-REBUILD-PARM-EXIT
           END-IF

           READ TSM-PARM-FILE
               AT END
                   DISPLAY 'CBTSM01A - TSMPARM IS EMPTY'
                   CLOSE TSM-PARM-FILE
                   GO TO 1100-READ-REBUILD-PARM-EXIT
           END-READ
           CLOSE TSM-PARM-FILE

           IF PARM-MONTH = 'ALL'
               SET REBUILD-ALL-MONTHS TO TRUE
               SET PARM-VALID TO TRUE
               DISPLAY 'REBUILDING EVERY SUMMARY MONTH'
               GO TO 1100-READ-REBUILD-PARM-EXIT
           END-IF

           IF PARM-MONTH(5:1) NOT = '-'
              OR PARM-MONTH(1:4) IS NOT NUMERIC
              OR PARM-MONTH(6:2) IS NOT NUMERIC
              OR PARM-MONTH(6:2) < '01'
              OR PARM-MONTH(6:2) > '12'
               DISPLAY 'CBTSM01A - INVALID TSMPARM CARD: '
                       TSM-PARM-RECORD
               GO TO 1100-READ-REBUILD-PARM-EXIT
           END-IF

           IF PARM-MONTH > WS-BIZDT-DATE(1:7)
               DISPLAY 'CBTSM01A - ' PARM-MONTH
                       ' IS AFTER THE BUSINESS DATE - REFUSED'
               GO TO 1100-READ-REBUILD-PARM-EXIT
           END-IF

           SET REBUILD-ONE-MONTH TO TRUE
           SET PARM-VALID TO TRUE
           DISPLAY 'REBUILDING SUMMARY MONTH ' PARM-MONTH.
       1100-READ-REBUILD-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-MONTH
      *----------------------------------------------------------------*
       2000-PROCESS-MONTH.

           EXEC SQL
               FETCH CUR-TSM-MONTH
               INTO :HOST-MONTH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-MONTHS-READ
                   PERFORM 2100-REBUILD-MONTH
                      THRU 2100-REBUILD-MONTH-EXIT
               WHEN 100
                   SET MON-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-TSM-MONTH - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-REBUILD-ERRORS
                   SET MON-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-REBUILD-MONTH
      * Deletes the month's summary rows and regroups the month's
      * detail - live and archived - into fresh ones, keyed and
      * totalled exactly as CSUTLWPL keeps them: account through
      * CXACAIX (0 when the card has none), type, category, merchant
      * and MCC; every transaction in the count and amount, the
      * positive ones alone in the spend count and amount; the
      * latest origination timestamp. One unit of work per month.
      *----------------------------------------------------------------*
       2100-REBUILD-MONTH.

           MOVE SPACES TO HOST-MONTH-START-TS
           STRING HOST-MONTH '-01-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-MONTH-START-TS
           MOVE SPACES TO HOST-MONTH-END-TS
           STRING HOST-MONTH '-31-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-MONTH-END-TS

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(TSUM_TRAN_CNT), 0),
                      COALESCE(SUM(TSUM_TRAN_AMT), 0)
               INTO :HOST-BEF-ROWS, :HOST-BEF-TRAN-CNT,
                    :HOST-BEF-TRAN-AMT
               FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING TRANSUM FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-REBUILD-ERRORS
               GO TO 2100-REBUILD-MONTH-EXIT
           END-IF

           EXEC SQL
               DELETE FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-MONTH
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLEARING TRANSUM FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REBUILD-ERRORS
               GO TO 2100-REBUILD-MONTH-EXIT
           END-IF

           EXEC SQL
               INSERT INTO TRANSUM
               (TSUM_ACCT_ID, TSUM_MONTH, TSUM_TYPE_CD, TSUM_CAT_CD,
                TSUM_MERCHANT_ID, TSUM_MCC_CD, TSUM_MERCHANT_NAME,
                TSUM_TRAN_CNT, TSUM_TRAN_AMT, TSUM_SPEND_CNT,
                TSUM_SPEND_AMT, TSUM_LAST_ORIG_TS)
               SELECT COALESCE(X.XREF_ACCT_ID, 0), :HOST-MONTH,
                      T.TRAN_TYPE_CD, T.TRAN_CAT_CD,
                      COALESCE(T.TRAN_MERCHANT_ID, 0),
                      COALESCE(T.TRAN_MCC_CD, 0),
                      MAX(COALESCE(T.TRAN_MERCHANT_NAME, ' ')),
                      COUNT(*), SUM(T.TRAN_AMT),
                      SUM(CASE WHEN T.TRAN_AMT > 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.TRAN_AMT > 0
                               THEN T.TRAN_AMT ELSE 0 END),
                      MAX(COALESCE(T.TRAN_ORIG_TS, T.TRAN_PROC_TS))
               FROM (SELECT TRAN_CARD_NUM, TRAN_TYPE_CD, TRAN_CAT_CD,
                            TRAN_MERCHANT_ID, TRAN_MCC_CD,
                            TRAN_MERCHANT_NAME, TRAN_AMT,
                            TRAN_ORIG_TS, TRAN_PROC_TS
                     FROM TRANSACT
                     WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                     AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS
                     UNION ALL
                     SELECT TRAN_CARD_NUM, TRAN_TYPE_CD, TRAN_CAT_CD,
                            TRAN_MERCHANT_ID, TRAN_MCC_CD,
                            TRAN_MERCHANT_NAME, TRAN_AMT,
                            TRAN_ORIG_TS, TRAN_PROC_TS
                     FROM TRANSACT_ARCH
                     WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                     AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS) T
               LEFT OUTER JOIN CXACAIX X
                 ON X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               GROUP BY COALESCE(X.XREF_ACCT_ID, 0),
                        T.TRAN_TYPE_CD, T.TRAN_CAT_CD,
                        COALESCE(T.TRAN_MERCHANT_ID, 0),
                        COALESCE(T.TRAN_MCC_CD, 0)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR REBUILDING TRANSUM FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REBUILD-ERRORS
               GO TO 2100-REBUILD-MONTH-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(TSUM_TRAN_CNT), 0),
                      COALESCE(SUM(TSUM_TRAN_AMT), 0)
               INTO :HOST-AFT-ROWS, :HOST-AFT-TRAN-CNT,
                    :HOST-AFT-TRAN-AMT
               FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING TRANSUM FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REBUILD-ERRORS
               GO TO 2100-REBUILD-MONTH-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-MONTHS-REBUILT
           ADD HOST-AFT-TRAN-AMT TO WS-TOTAL-REBUILT-AMT

           MOVE HOST-BEF-ROWS TO WS-CNT-EDIT-1
           MOVE HOST-AFT-ROWS TO WS-CNT-EDIT-2
           MOVE HOST-AFT-TRAN-CNT TO WS-CNT-EDIT-3
           MOVE HOST-BEF-TRAN-AMT TO WS-AMT-EDIT-1
           MOVE HOST-AFT-TRAN-AMT TO WS-AMT-EDIT-2
           MOVE SPACES TO TSM-RPT-LINE
           STRING HOST-MONTH
                  '   ' WS-CNT-EDIT-1
                  '    ' WS-CNT-EDIT-2
                  '     ' WS-CNT-EDIT-3
                  '  ' WS-AMT-EDIT-1
                  '  ' WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO TSM-RPT-LINE
           WRITE TSM-RPT-LINE.
       2100-REBUILD-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF REBUILD-ALL-MONTHS
               EXEC SQL
                   CLOSE CUR-TSM-MONTH
               END-EXEC
           END-IF

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO TSM-RPT-LINE
               WRITE TSM-RPT-LINE
               MOVE WS-MONTHS-REBUILT TO WS-CNT-EDIT-1
               MOVE WS-REBUILD-ERRORS TO WS-CNT-EDIT-2
               MOVE SPACES TO TSM-RPT-LINE
               STRING 'MONTHS REBUILT: ' WS-CNT-EDIT-1
                      '   MONTHS IN ERROR: ' WS-CNT-EDIT-2
                 DELIMITED BY SIZE
                 INTO TSM-RPT-LINE
               WRITE TSM-RPT-LINE
               CLOSE TSM-RPT-FILE
           END-IF

           DISPLAY 'SUMMARY MONTHS READ....: ' WS-MONTHS-READ
           DISPLAY 'SUMMARY MONTHS REBUILT.: ' WS-MONTHS-REBUILT
           DISPLAY 'PROCESSING ERRORS......: ' WS-REBUILD-ERRORS

           IF WS-REBUILD-ERRORS > 0
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
