      *               file for the date, the journal control total
      *               CBACT06A reported must equal the day's TRANSACT
      *               sum, and the rows CBACT05A archived must equal
      *               the rows it removed from TRANSACT, and each
      *               backout CBACT76A ran today must net its target
      *               run to zero with nothing left live, and the
      *               memo-post queue CBACT77A applied must tie to its
      *               stamped TRANSACT rows and leave nothing behind
      *               from an earlier date. Any mismatch prints as an
      *               exception and the job ends with a non-zero
      *               return code.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-08-22 - New batch job: day-end balancing proof over the
      *              RUNTOTALS control-totals table
      * 2026-10-15 - Interest proof uses the CBACT01A job stamp and
      *              skips backed-out postings; new proof of each
      *              backout run (CBACT76A)
      * 2026-10-15 - New proof of the memo-post queue apply (CBACT77A)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT20A.
         05 WS-AMT-EDIT-2              PIC -(12)9.99.
         05 WS-CNT-EDIT-1              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
         05 WS-TARGET-JOB-NAME         PIC X(08).

       01 WS-BKO-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 BKO-CURSOR-EOF                        VALUE 'Y'.
         88 BKO-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
       01 WS-JOBRUN-FIELDS.
       01 HOST-DB-AMT                   PIC S9(13)V99 COMP-3.
       01 HOST-DAY-START-TS             PIC X(26).
       01 HOST-DAY-END-TS               PIC X(26).
       01 HOST-BKO-RUN-DATE             PIC X(10).
       01 HOST-TARGET-JOB-NAME          PIC X(08).
       01 HOST-LIVE-CNT                 PIC S9(09) COMP-3.
       01 HOST-OPEN-JRNL-CNT            PIC S9(09) COMP-3.
       01 HOST-MEMO-AMT                 PIC S9(13)V99 COMP-3.
       01 HOST-MEMO-LEFT-CNT            PIC S9(09) COMP-3.
       01 WS-RTOT-FOUND-FLAG            PIC X(01) VALUE 'N'.
         88 RTOT-ROW-FOUND                        VALUE 'Y'.
         88 RTOT-ROW-NOT-FOUND                    VALUE 'N'.
           PERFORM 2000-PROVE-INTEREST-POSTING
           PERFORM 3000-PROVE-JOURNAL-TOTAL
           PERFORM 4000-PROVE-ARCHIVE-SWEEP
           PERFORM 4500-PROVE-BACKOUTS
           PERFORM 4800-PROVE-MEMO-APPLY
           PERFORM 5000-FINALIZE
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT20A - DAY-END BALANCING PROOF ENDED'
      *----------------------------------------------------------------*
      *                  2000-PROVE-INTEREST-POSTING
      * The interest and fee dollars CBACT01A says it posted must
      * equal the charge rows on TRANSACT stamped with its run for
      * the date. Rows a backout has since reversed belong to the
      * run that was backed out, not the one on RUNTOTALS now.
      *----------------------------------------------------------------*
       2000-PROVE-INTEREST-POSTING.

               MOVE HOST-RTOT-TOTAL-AMT TO WS-JOB-AMT

               EXEC SQL
                   SELECT COALESCE(SUM(T.TRAN_AMT), 0)
                   INTO :HOST-DB-AMT
                   FROM TRANSACT T
                   WHERE T.TRAN_JOB_NAME = 'CBACT01A'
                   AND   T.TRAN_JOB_DATE = :WS-BIZDT-DATE
                   AND   T.TRAN_TYPE_CD IN ('02', '03')
                   AND   NOT EXISTS
                         (SELECT 1 FROM TRANSACT B
                          WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
               END-EXEC

               IF SQLCODE NOT = 0
               WRITE BALANCE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                    4500-PROVE-BACKOUTS
      * Every backout run (CBACT76A, RUNTOTALS under 'BK' + the job
      * suffix and the target run's date) that finished today: its
      * offsets on TRANSACT must equal the total it reported, the
      * originals they reverse plus the offsets must net to zero,
      * and the target run must have no live posting and no open
      * POSTJRNL row left.
      *----------------------------------------------------------------*
       4500-PROVE-BACKOUTS.

           SET BKO-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKO-RTOT CURSOR FOR
               SELECT JOB_NAME, RUN_DATE, TOTAL_AMOUNT
               FROM RUNTOTALS
               WHERE JOB_NAME LIKE 'BK%'
               AND   TOTALS_TS >= :HOST-DAY-START-TS
               AND   TOTALS_TS <= :HOST-DAY-END-TS
               ORDER BY JOB_NAME, RUN_DATE
           END-EXEC

           EXEC SQL
               OPEN CUR-BKO-RTOT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKO-RTOT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CHECKS-FAILED
               SET BKO-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4600-FETCH-BACKOUT-RUN
                   UNTIL BKO-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKO-RTOT
           END-EXEC.

      *----------------------------------------------------------------*
      *                   4600-FETCH-BACKOUT-RUN
      *----------------------------------------------------------------*
       4600-FETCH-BACKOUT-RUN.

           EXEC SQL
               FETCH CUR-BKO-RTOT
               INTO :HOST-RTOT-JOB-NAME, :HOST-BKO-RUN-DATE,
                    :HOST-RTOT-TOTAL-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CHECKS-RUN
                   PERFORM 4700-PROVE-ONE-BACKOUT
                      THRU 4700-PROVE-ONE-BACKOUT-EXIT
               WHEN 100
                   SET BKO-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKO-RTOT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CHECKS-FAILED
                   SET BKO-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  4700-PROVE-ONE-BACKOUT
      *----------------------------------------------------------------*
       4700-PROVE-ONE-BACKOUT.

           MOVE HOST-RTOT-TOTAL-AMT TO WS-JOB-AMT
           MOVE SPACES TO WS-TARGET-JOB-NAME
           STRING 'CB' HOST-RTOT-JOB-NAME(3:6)
             DELIMITED BY SIZE
             INTO WS-TARGET-JOB-NAME
           MOVE WS-TARGET-JOB-NAME TO HOST-TARGET-JOB-NAME

      *    (a) offsets on file against the total the backout reported
           EXEC SQL
               SELECT COALESCE(SUM(TRAN_AMT), 0)
               INTO :HOST-DB-AMT
               FROM TRANSACT
               WHERE TRAN_JOB_NAME = :HOST-RTOT-JOB-NAME
               AND   TRAN_JOB_DATE = :HOST-BKO-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-DB-AMT
           END-IF
           MOVE HOST-DB-AMT TO WS-DB-AMT

           MOVE WS-JOB-AMT TO WS-AMT-EDIT-1
           MOVE WS-DB-AMT  TO WS-AMT-EDIT-2
           IF WS-JOB-AMT NOT = WS-DB-AMT
               ADD 1 TO WS-CHECKS-FAILED
               MOVE SPACES TO BALANCE-RPT-LINE
               STRING '** EXCEPTION ** ' HOST-RTOT-JOB-NAME ' '
                      HOST-BKO-RUN-DATE ' REPORTED OFFSETS '
                      WS-AMT-EDIT-1 ' BUT TRANSACT HOLDS '
                      WS-AMT-EDIT-2
                 DELIMITED BY SIZE
                 INTO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
               GO TO 4700-PROVE-ONE-BACKOUT-EXIT
           END-IF

      *    (b) the originals the offsets name net them to zero
           EXEC SQL
               SELECT COALESCE(SUM(O.TRAN_AMT), 0)
               INTO :HOST-DB-AMT
               FROM TRANSACT O, TRANSACT B
               WHERE B.TRAN_JOB_NAME = :HOST-RTOT-JOB-NAME
               AND   B.TRAN_JOB_DATE = :HOST-BKO-RUN-DATE
               AND   O.TRAN_ID = B.TRAN_REVERSAL_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-DB-AMT
           END-IF

           IF HOST-DB-AMT + WS-DB-AMT NOT = 0
               ADD 1 TO WS-CHECKS-FAILED
               MOVE HOST-DB-AMT TO WS-AMT-EDIT-1
               MOVE SPACES TO BALANCE-RPT-LINE
               STRING '** EXCEPTION ** ' HOST-RTOT-JOB-NAME ' '
                      HOST-BKO-RUN-DATE ' REVERSED POSTINGS '
                      WS-AMT-EDIT-1 ' DO NOT NET OFFSETS '
                      WS-AMT-EDIT-2
                 DELIMITED BY SIZE
                 INTO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
               GO TO 4700-PROVE-ONE-BACKOUT-EXIT
           END-IF

      *    (c) nothing the target run posted before the backout
      *    finished is left live or unreversed in POSTJRNL - a
      *    corrected rerun since then carries the same stamp
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-LIVE-CNT
               FROM TRANSACT T
               WHERE T.TRAN_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   T.TRAN_JOB_DATE = :HOST-BKO-RUN-DATE
               AND   T.TRAN_PROC_TS < (SELECT MAX(R.TOTALS_TS)
                                       FROM RUNTOTALS R
                                       WHERE R.JOB_NAME =
                                             :HOST-RTOT-JOB-NAME
                                       AND   R.RUN_DATE =
                                             :HOST-BKO-RUN-DATE)
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-LIVE-CNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-OPEN-JRNL-CNT
               FROM POSTJRNL
               WHERE PJ_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   PJ_JOB_DATE = :HOST-BKO-RUN-DATE
               AND   PJ_BACKOUT_TS = ' '
               AND   PJ_POST_TS < (SELECT MAX(R.TOTALS_TS)
                                   FROM RUNTOTALS R
                                   WHERE R.JOB_NAME =
                                         :HOST-RTOT-JOB-NAME
                                   AND   R.RUN_DATE =
                                         :HOST-BKO-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-OPEN-JRNL-CNT
           END-IF

           IF HOST-LIVE-CNT > 0 OR HOST-OPEN-JRNL-CNT > 0
               ADD 1 TO WS-CHECKS-FAILED
               MOVE HOST-LIVE-CNT TO WS-CNT-EDIT-1
               MOVE HOST-OPEN-JRNL-CNT TO WS-CNT-EDIT-2
               MOVE SPACES TO BALANCE-RPT-LINE
               STRING '** EXCEPTION ** ' HOST-RTOT-JOB-NAME ' LEFT '
                      WS-TARGET-JOB-NAME ' ' HOST-BKO-RUN-DATE
                      ' WITH ' WS-CNT-EDIT-1 ' LIVE POSTINGS, '
                      WS-CNT-EDIT-2 ' OPEN JOURNAL ROWS'
                 DELIMITED BY SIZE
                 INTO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
               GO TO 4700-PROVE-ONE-BACKOUT-EXIT
           END-IF

           MOVE SPACES TO BALANCE-RPT-LINE
           STRING HOST-RTOT-JOB-NAME ' BACKOUT OF ' WS-TARGET-JOB-NAME
                  ' ' HOST-BKO-RUN-DATE ' OFFSETS ' WS-AMT-EDIT-2
                  ' NET TO ZERO, NOTHING LEFT LIVE'
             DELIMITED BY SIZE
             INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE.
       4700-PROVE-ONE-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4800-PROVE-MEMO-APPLY
      * The amount CBACT77A says it applied from the memo-post queue
      * under today's date must equal both its stamped TRANSACT rows
      * (less any a backout has reversed) and the queue rows it
      * marked Applied. An item queued under an earlier date and
      * still pending was never applied - the online services stay
      * in queue mode until it clears.
      *----------------------------------------------------------------*
       4800-PROVE-MEMO-APPLY.

           MOVE 'CBACT77A' TO HOST-RTOT-JOB-NAME
           PERFORM 1100-READ-RUNTOTALS

           IF RTOT-ROW-FOUND
               ADD 1 TO WS-CHECKS-RUN
               MOVE HOST-RTOT-TOTAL-AMT TO WS-JOB-AMT

               EXEC SQL
                   SELECT COALESCE(SUM(T.TRAN_AMT), 0)
                   INTO :HOST-DB-AMT
                   FROM TRANSACT T
                   WHERE T.TRAN_JOB_NAME = 'CBACT77A'
                   AND   T.TRAN_JOB_DATE = :WS-BIZDT-DATE
                   AND   NOT EXISTS
                         (SELECT 1 FROM TRANSACT B
                          WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZEROS TO HOST-DB-AMT
               END-IF
               MOVE HOST-DB-AMT TO WS-DB-AMT

               EXEC SQL
                   SELECT COALESCE(SUM(MP_TRAN_AMT), 0)
                   INTO :HOST-MEMO-AMT
                   FROM MEMOPOST
                   WHERE MP_STATUS = 'A'
                   AND   MP_APPLIED_DATE = :WS-BIZDT-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZEROS TO HOST-MEMO-AMT
               END-IF

               MOVE WS-JOB-AMT TO WS-AMT-EDIT-1
               MOVE WS-DB-AMT  TO WS-AMT-EDIT-2
               EVALUATE TRUE
                   WHEN WS-JOB-AMT NOT = WS-DB-AMT
                       ADD 1 TO WS-CHECKS-FAILED
                       MOVE SPACES TO BALANCE-RPT-LINE
                       STRING '** EXCEPTION ** CBACT77A APPLIED '
                              WS-AMT-EDIT-1
                              ' BUT TRANSACT HOLDS '
                              WS-AMT-EDIT-2
                         DELIMITED BY SIZE
                         INTO BALANCE-RPT-LINE
                   WHEN WS-JOB-AMT NOT = HOST-MEMO-AMT
                       ADD 1 TO WS-CHECKS-FAILED
                       MOVE HOST-MEMO-AMT TO WS-AMT-EDIT-2
                       MOVE SPACES TO BALANCE-RPT-LINE
                       STRING '** EXCEPTION ** CBACT77A APPLIED '
                              WS-AMT-EDIT-1
                              ' BUT MEMOPOST MARKED '
                              WS-AMT-EDIT-2
                         DELIMITED BY SIZE
                         INTO BALANCE-RPT-LINE
                   WHEN OTHER
                       MOVE SPACES TO BALANCE-RPT-LINE
                       STRING 'CBACT77A MEMO-POSTS APPLIED '
                              WS-AMT-EDIT-1
                              ' TIES TO TRANSACT AND MEMOPOST'
                         DELIMITED BY SIZE
                         INTO BALANCE-RPT-LINE
               END-EVALUATE
               WRITE BALANCE-RPT-LINE
           END-IF

           ADD 1 TO WS-CHECKS-RUN

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MP_TRAN_AMT), 0)
               INTO :HOST-MEMO-LEFT-CNT, :HOST-MEMO-AMT
               FROM MEMOPOST
               WHERE MP_STATUS = 'P'
               AND   MP_QUEUED_BIZ_DATE < :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING MEMOPOST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE ZEROS TO HOST-MEMO-LEFT-CNT
           END-IF

           IF HOST-MEMO-LEFT-CNT > 0
               ADD 1 TO WS-CHECKS-FAILED
               MOVE HOST-MEMO-LEFT-CNT TO WS-CNT-EDIT-1
               MOVE HOST-MEMO-AMT      TO WS-AMT-EDIT-1
               MOVE SPACES TO BALANCE-RPT-LINE
               STRING '** EXCEPTION ** ' WS-CNT-EDIT-1
                      ' MEMO-POSTS FROM AN EARLIER DATE STILL '
                      'PENDING, TOTAL ' WS-AMT-EDIT-1
                 DELIMITED BY SIZE
                 INTO BALANCE-RPT-LINE
           ELSE
               MOVE SPACES TO BALANCE-RPT-LINE
               MOVE 'MEMO-POST QUEUE HOLDS NOTHING FROM AN EARLIER DATE'
                 TO BALANCE-RPT-LINE
           END-IF
           WRITE BALANCE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
