      *               account cycling tonight exactly once (a gap
      *               reads fewer, an overlap reads more - either
      *               way the totals cannot tie and the job flags
      *               the night). The per-range paper-channel
      *               rows merge the same way into CBACT02P, the
      *               print-statement total CBACT80A reconciles its
      *               mail pieces to.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-08-22 - New batch job: consolidation and coverage proof
      *              for the parallel statement ranges
      * 2026-10-15 - Merge the per-range paper-channel rows (CBSPR +
      *              range) into the consolidated CBACT02P control
      *              total for the print preparation run
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT32A.
         05 HOST-RTOT-JOB-NAME          PIC X(08).
         05 HOST-RTOT-RECS-READ         PIC S9(09) COMP-3.
         05 HOST-RTOT-RECS-POSTED       PIC S9(09) COMP-3.
       01 HOST-PAPER-TOTALS.
         05 HOST-PAPER-RANGES           PIC S9(09) COMP.
         05 HOST-PAPER-READ             PIC S9(09) COMP-3.
         05 HOST-PAPER-POSTED           PIC S9(09) COMP-3.
         05 HOST-PAPER-REJECTED         PIC S9(09) COMP-3.
       01 HOST-CYCLE-DAY                PIC S9(04) COMP.
       01 HOST-ELIGIBLE-COUNT           PIC S9(09) COMP.

                   UNTIL RTOT-CURSOR-EOF
           PERFORM 2000-PROVE-COVERAGE
           PERFORM 3000-WRITE-CONSOLIDATED-TOTALS
           PERFORM 3500-MERGE-PAPER-TOTALS
           PERFORM 4000-FINALIZE
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT32A - STATEMENT RANGE CONSOLIDATION ENDED'
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT.

      *----------------------------------------------------------------*
      *                   3500-MERGE-PAPER-TOTALS
      * Each range also wrote a paper-channel row (statements written,
      * paper, mail-suppressed). Their sum lands on RUNTOTALS as
      * CBACT02P - the number of print statements the mail-piece
      * manifest must account for. A range that wrote its statement
      * row but no paper row leaves the print total unprovable.
      *----------------------------------------------------------------*
       3500-MERGE-PAPER-TOTALS.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(RECS_READ), 0),
                      COALESCE(SUM(RECS_POSTED), 0),
                      COALESCE(SUM(RECS_REJECTED), 0)
               INTO :HOST-PAPER-RANGES, :HOST-PAPER-READ,
                    :HOST-PAPER-POSTED, :HOST-PAPER-REJECTED
               FROM RUNTOTALS
               WHERE JOB_NAME LIKE 'CBSPR%'
               AND   RUN_DATE = :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR MERGING PAPER TOTALS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET COVERAGE-BROKEN TO TRUE
           ELSE
               IF HOST-PAPER-RANGES NOT = WS-RANGES-MERGED
                   SET COVERAGE-BROKEN TO TRUE
                   DISPLAY '** PAPER TOTAL EXCEPTION ** '
                           HOST-PAPER-RANGES ' PAPER ROWS FOR '
                           WS-RANGES-MERGED ' RANGES'
               END-IF
               MOVE 'CBACT02P' TO WS-RTOT-JOB-NAME
               MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
               MOVE HOST-PAPER-READ TO WS-RTOT-RECS-READ
               MOVE HOST-PAPER-POSTED TO WS-RTOT-RECS-POSTED
               MOVE HOST-PAPER-REJECTED TO WS-RTOT-RECS-REJECTED
               MOVE ZEROS TO WS-RTOT-TOTAL-AMT
               PERFORM WRITE-RUN-TOTALS
                  THRU WRITE-RUN-TOTALS-EXIT
               MOVE HOST-PAPER-POSTED TO WS-CNT-EDIT-1
               DISPLAY 'PAPER STATEMENTS.......: ' WS-CNT-EDIT-1
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-FINALIZE
      *----------------------------------------------------------------*
