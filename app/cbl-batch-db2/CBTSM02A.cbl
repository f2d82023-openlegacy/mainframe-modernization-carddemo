      *****************************************************************
      * Program     : CBTSM02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly transaction summary proof. Regroups the
      *               detail in TRANSACT and TRANSACT_ARCH for the
      *               business date's posting month and the month
      *               before it, exactly as CSUTLWPL keeps TRANSUM,
      *               and compares the result key by key with the
      *               summary rows. Every key whose transaction
      *               count, amount, spend count or spend amount
      *               disagrees - or that is on one side only - is
      *               listed on the TSMPRF report with both figures,
      *               under each month's detail and summary totals.
      *               Any difference ends the run RC 4 so the month
      *               is rebuilt (CBTSM01A) before the reports that
      *               read the summary run on it. Read-only.
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
      * 2026-10-15 - New batch job: nightly proof of the monthly
      *              transaction summary against TRANSACT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBTSM02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSM-PROOF-FILE ASSIGN TO TSMPRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD TSM-PROOF-FILE
           RECORDING MODE IS F.
       01 TSM-PROOF-LINE                 PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBTSM02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * A month badly out of balance could list thousands of keys;
      * past this many per month only the count goes on.
       01 WS-CONSTANTS.
         05 WS-MAX-LISTED              PIC 9(05) VALUE 500.

       01 WS-JOB-TOTALS.
         05 WS-MONTHS-PROVED           PIC 9(07) VALUE ZEROS.
         05 WS-MONTHS-OUT              PIC 9(07) VALUE ZEROS.
         05 WS-KEYS-OUT                PIC 9(07) VALUE ZEROS.
         05 WS-PROOF-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-PROVED-AMT        PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-MONTH-KEYS-OUT          PIC 9(07) VALUE ZEROS.
         05 WS-PRIOR-YYYY              PIC 9(04).
         05 WS-PRIOR-MM                PIC 9(02).
         05 WS-ACCT-ID-DISPLAY         PIC 9(11).
         05 WS-CAT-CD-DISPLAY          PIC 9(04).
         05 WS-MERCH-ID-DISPLAY        PIC 9(09).
         05 WS-MCC-CD-DISPLAY          PIC 9(04).
         05 WS-CNT-EDIT-1              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
         05 WS-AMT-EDIT-1              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-AMT-EDIT-2              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROVE-MONTHS.
         05 WS-CURR-MONTH              PIC X(07).
         05 WS-PRIOR-MONTH             PIC X(07).

       01 WS-DIF-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 DIF-CURSOR-EOF                        VALUE 'Y'.
         88 DIF-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-MONTH-TOTALS.
         05 HOST-DTL-TRAN-CNT           PIC S9(09) COMP.
         05 HOST-DTL-TRAN-AMT           PIC S9(13)V99 COMP-3.
         05 HOST-SUM-TRAN-CNT           PIC S9(09) COMP.
         05 HOST-SUM-TRAN-AMT           PIC S9(13)V99 COMP-3.

       01 HOST-DIF-ROW.
         05 HOST-DIF-ACCT-ID            PIC S9(11) COMP-3.
         05 HOST-DIF-TYPE-CD            PIC X(02).
         05 HOST-DIF-CAT-CD             PIC S9(04) COMP.
         05 HOST-DIF-MERCH-ID           PIC S9(09) COMP.
         05 HOST-DIF-MCC-CD             PIC S9(04) COMP.
         05 HOST-DIF-DTL-CNT            PIC S9(09) COMP.
         05 HOST-DIF-SUM-CNT            PIC S9(09) COMP.
         05 HOST-DIF-DTL-AMT            PIC S9(13)V99 COMP-3.
         05 HOST-DIF-SUM-AMT            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBTSM02A - TRANSACTION SUMMARY PROOF STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBTSM02A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-RPT-FILE-STATUS = '00'
               MOVE WS-PRIOR-MONTH TO HOST-MONTH
               PERFORM 2000-PROVE-MONTH
                  THRU 2000-PROVE-MONTH-EXIT
               MOVE WS-CURR-MONTH TO HOST-MONTH
               PERFORM 2000-PROVE-MONTH
                  THRU 2000-PROVE-MONTH-EXIT
           END-IF
           PERFORM 3000-FINALIZE
           MOVE 'CBTSM02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-MONTHS-PROVED TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-MONTHS-PROVED - WS-MONTHS-OUT
           MOVE WS-KEYS-OUT TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-PROVED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBTSM02A - TRANSACTION SUMMARY PROOF ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The business date's month is still posting; the month before
      * it is proved too, so late postings into it and the month-end
      * reports that read it are covered.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOB-TOTALS

           MOVE WS-BIZDT-DATE(1:7) TO WS-CURR-MONTH
           MOVE WS-BIZDT-YYYYMMDD-X(1:4) TO WS-PRIOR-YYYY
           MOVE WS-BIZDT-YYYYMMDD-X(5:2) TO WS-PRIOR-MM
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           MOVE SPACES TO WS-PRIOR-MONTH
           STRING WS-PRIOR-YYYY '-' WS-PRIOR-MM
             DELIMITED BY SIZE
             INTO WS-PRIOR-MONTH

           OPEN OUTPUT TSM-PROOF-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TSM-PROOF-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-PROOF-ERRORS
           ELSE
               MOVE SPACES TO TSM-PROOF-LINE
               STRING '=== TRANSACTION SUMMARY PROOF - BUSINESS DATE '
                      WS-BIZDT-DATE ' ==='
                 DELIMITED BY SIZE
                 INTO TSM-PROOF-LINE
               WRITE TSM-PROOF-LINE
           END-IF

      *    Detail regrouped to the summary key, full-outer-joined to
      *    the month's summary rows; only the keys that disagree
      *    come back.
           EXEC SQL
               DECLARE CUR-TSM-DIF CURSOR FOR
               SELECT COALESCE(D.ACCT_ID, S.TSUM_ACCT_ID),
                      COALESCE(D.TYPE_CD, S.TSUM_TYPE_CD),
                      COALESCE(D.CAT_CD, S.TSUM_CAT_CD),
                      COALESCE(D.MERCH_ID, S.TSUM_MERCHANT_ID),
                      COALESCE(D.MCC_CD, S.TSUM_MCC_CD),
                      COALESCE(D.TRAN_CNT, 0),
                      COALESCE(S.TSUM_TRAN_CNT, 0),
                      COALESCE(D.TRAN_AMT, 0),
                      COALESCE(S.TSUM_TRAN_AMT, 0)
               FROM (SELECT COALESCE(X.XREF_ACCT_ID, 0) AS ACCT_ID,
                            T.TRAN_TYPE_CD AS TYPE_CD,
                            T.TRAN_CAT_CD AS CAT_CD,
                            COALESCE(T.TRAN_MERCHANT_ID, 0)
                                AS MERCH_ID,
                            COALESCE(T.TRAN_MCC_CD, 0) AS MCC_CD,
                            COUNT(*) AS TRAN_CNT,
                            SUM(T.TRAN_AMT) AS TRAN_AMT,
                            SUM(CASE WHEN T.TRAN_AMT > 0
                                     THEN 1 ELSE 0 END) AS SPEND_CNT,
                            SUM(CASE WHEN T.TRAN_AMT > 0
                                     THEN T.TRAN_AMT ELSE 0 END)
                                AS SPEND_AMT
                     FROM (SELECT TRAN_CARD_NUM, TRAN_TYPE_CD,
                                  TRAN_CAT_CD, TRAN_MERCHANT_ID,
                                  TRAN_MCC_CD, TRAN_AMT
                           FROM TRANSACT
                           WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                           AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS
                           UNION ALL
                           SELECT TRAN_CARD_NUM, TRAN_TYPE_CD,
                                  TRAN_CAT_CD, TRAN_MERCHANT_ID,
                                  TRAN_MCC_CD, TRAN_AMT
                           FROM TRANSACT_ARCH
                           WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                           AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS) T
                     LEFT OUTER JOIN CXACAIX X
                       ON X.XREF_CARD_NUM = T.TRAN_CARD_NUM
                     GROUP BY COALESCE(X.XREF_ACCT_ID, 0),
                              T.TRAN_TYPE_CD, T.TRAN_CAT_CD,
                              COALESCE(T.TRAN_MERCHANT_ID, 0),
                              COALESCE(T.TRAN_MCC_CD, 0)) D
               FULL OUTER JOIN
                    (SELECT TSUM_ACCT_ID, TSUM_TYPE_CD, TSUM_CAT_CD,
                            TSUM_MERCHANT_ID, TSUM_MCC_CD,
                            TSUM_TRAN_CNT, TSUM_TRAN_AMT,
                            TSUM_SPEND_CNT, TSUM_SPEND_AMT
                     FROM TRANSUM
                     WHERE TSUM_MONTH = :HOST-MONTH) S
                 ON  S.TSUM_ACCT_ID     = D.ACCT_ID
                 AND S.TSUM_TYPE_CD     = D.TYPE_CD
                 AND S.TSUM_CAT_CD      = D.CAT_CD
                 AND S.TSUM_MERCHANT_ID = D.MERCH_ID
                 AND S.TSUM_MCC_CD      = D.MCC_CD
               WHERE COALESCE(D.TRAN_CNT, 0)
                         <> COALESCE(S.TSUM_TRAN_CNT, 0)
               OR    COALESCE(D.TRAN_AMT, 0)
                         <> COALESCE(S.TSUM_TRAN_AMT, 0)
               OR    COALESCE(D.SPEND_CNT, 0)
                         <> COALESCE(S.TSUM_SPEND_CNT, 0)
               OR    COALESCE(D.SPEND_AMT, 0)
                         <> COALESCE(S.TSUM_SPEND_AMT, 0)
               ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

      *----------------------------------------------------------------*
      *                      2000-PROVE-MONTH
      *----------------------------------------------------------------*
       2000-PROVE-MONTH.

           ADD 1 TO WS-MONTHS-PROVED
           MOVE ZEROS TO WS-MONTH-KEYS-OUT

           MOVE SPACES TO HOST-MONTH-START-TS
           STRING HOST-MONTH '-01-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-MONTH-START-TS
           MOVE SPACES TO HOST-MONTH-END-TS
           STRING HOST-MONTH '-31-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-MONTH-END-TS

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(T.TRAN_AMT), 0)
               INTO :HOST-DTL-TRAN-CNT, :HOST-DTL-TRAN-AMT
               FROM (SELECT TRAN_AMT
                     FROM TRANSACT
                     WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                     AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS
                     UNION ALL
                     SELECT TRAN_AMT
                     FROM TRANSACT_ARCH
                     WHERE TRAN_PROC_TS >= :HOST-MONTH-START-TS
                     AND   TRAN_PROC_TS <= :HOST-MONTH-END-TS) T
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR TOTALLING TRANSACT FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PROOF-ERRORS
               GO TO 2000-PROVE-MONTH-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(TSUM_TRAN_CNT), 0),
                      COALESCE(SUM(TSUM_TRAN_AMT), 0)
               INTO :HOST-SUM-TRAN-CNT, :HOST-SUM-TRAN-AMT
               FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR TOTALLING TRANSUM FOR ' HOST-MONTH
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PROOF-ERRORS
               GO TO 2000-PROVE-MONTH-EXIT
           END-IF

           ADD HOST-DTL-TRAN-AMT TO WS-TOTAL-PROVED-AMT

           MOVE SPACES TO TSM-PROOF-LINE
           WRITE TSM-PROOF-LINE
           MOVE HOST-DTL-TRAN-CNT TO WS-CNT-EDIT-1
           MOVE HOST-DTL-TRAN-AMT TO WS-AMT-EDIT-1
           MOVE SPACES TO TSM-PROOF-LINE
           STRING 'MONTH ' HOST-MONTH
                  '  DETAIL:  ' WS-CNT-EDIT-1 ' TRANS ' WS-AMT-EDIT-1
             DELIMITED BY SIZE
             INTO TSM-PROOF-LINE
           WRITE TSM-PROOF-LINE
           MOVE HOST-SUM-TRAN-CNT TO WS-CNT-EDIT-1
           MOVE HOST-SUM-TRAN-AMT TO WS-AMT-EDIT-1
           MOVE SPACES TO TSM-PROOF-LINE
           STRING '               SUMMARY: ' WS-CNT-EDIT-1
                  ' TRANS ' WS-AMT-EDIT-1
             DELIMITED BY SIZE
             INTO TSM-PROOF-LINE
           WRITE TSM-PROOF-LINE

           SET DIF-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               OPEN CUR-TSM-DIF
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-TSM-DIF - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PROOF-ERRORS
               GO TO 2000-PROVE-MONTH-EXIT
           END-IF

           PERFORM 2100-REPORT-DIFFERENCE
                   UNTIL DIF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-TSM-DIF
           END-EXEC

           MOVE SPACES TO TSM-PROOF-LINE
           IF WS-MONTH-KEYS-OUT = 0
               STRING '  MONTH ' HOST-MONTH ' IN BALANCE'
                 DELIMITED BY SIZE
                 INTO TSM-PROOF-LINE
           ELSE
               ADD 1 TO WS-MONTHS-OUT
               MOVE WS-MONTH-KEYS-OUT TO WS-CNT-EDIT-1
               STRING '  MONTH ' HOST-MONTH ' OUT OF BALANCE ON '
                      WS-CNT-EDIT-1 ' KEYS - REBUILD WITH CBTSM01A'
                 DELIMITED BY SIZE
                 INTO TSM-PROOF-LINE
           END-IF
           WRITE TSM-PROOF-LINE.
       2000-PROVE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2100-REPORT-DIFFERENCE
      *----------------------------------------------------------------*
       2100-REPORT-DIFFERENCE.

           EXEC SQL
               FETCH CUR-TSM-DIF
               INTO :HOST-DIF-ACCT-ID, :HOST-DIF-TYPE-CD,
                    :HOST-DIF-CAT-CD, :HOST-DIF-MERCH-ID,
                    :HOST-DIF-MCC-CD, :HOST-DIF-DTL-CNT,
                    :HOST-DIF-SUM-CNT, :HOST-DIF-DTL-AMT,
                    :HOST-DIF-SUM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-MONTH-KEYS-OUT
                   ADD 1 TO WS-KEYS-OUT
                   IF WS-MONTH-KEYS-OUT <= WS-MAX-LISTED
                       PERFORM 2200-WRITE-DIFFERENCE-LINE
                   END-IF
               WHEN 100
                   SET DIF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-TSM-DIF - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PROOF-ERRORS
                   SET DIF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2200-WRITE-DIFFERENCE-LINE
      *----------------------------------------------------------------*
       2200-WRITE-DIFFERENCE-LINE.

           MOVE HOST-DIF-ACCT-ID TO WS-ACCT-ID-DISPLAY
           MOVE HOST-DIF-CAT-CD TO WS-CAT-CD-DISPLAY
           MOVE HOST-DIF-MERCH-ID TO WS-MERCH-ID-DISPLAY
           MOVE HOST-DIF-MCC-CD TO WS-MCC-CD-DISPLAY
           MOVE HOST-DIF-DTL-CNT TO WS-CNT-EDIT-1
           MOVE HOST-DIF-SUM-CNT TO WS-CNT-EDIT-2
           MOVE HOST-DIF-DTL-AMT TO WS-AMT-EDIT-1
           MOVE HOST-DIF-SUM-AMT TO WS-AMT-EDIT-2
           MOVE SPACES TO TSM-PROOF-LINE
           STRING '  ACCT ' WS-ACCT-ID-DISPLAY
                  ' ' HOST-DIF-TYPE-CD '/' WS-CAT-CD-DISPLAY
                  ' MERCH ' WS-MERCH-ID-DISPLAY
                  ' MCC ' WS-MCC-CD-DISPLAY
                  ' DTL ' WS-CNT-EDIT-1 WS-AMT-EDIT-1
                  ' SUM ' WS-CNT-EDIT-2 WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO TSM-PROOF-LINE
           WRITE TSM-PROOF-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF WS-RPT-FILE-STATUS = '00'
               CLOSE TSM-PROOF-FILE
           END-IF

           DISPLAY 'SUMMARY MONTHS PROVED..: ' WS-MONTHS-PROVED
           DISPLAY 'MONTHS OUT OF BALANCE..: ' WS-MONTHS-OUT
           DISPLAY 'KEYS OUT OF BALANCE....: ' WS-KEYS-OUT
           DISPLAY 'PROCESSING ERRORS......: ' WS-PROOF-ERRORS

           IF WS-MONTHS-OUT > 0 OR WS-PROOF-ERRORS > 0
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
