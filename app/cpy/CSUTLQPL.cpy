      ******************************************************************
      * Copybook:    CSUTLQPL
      * Purpose:     Generic memo-post queue procedure logic against
      *              table MEMOPOST (layout CVMEM01Y).
      *              CHECK-BATCH-WINDOW sets MQ-WINDOW-OPEN while the
      *              end-of-day chain owns the posted balances: from
      *              the moment the first balance job of the night
      *              (CBACT15A cycle close, CBACT01A interest or
      *              CBACT03A reconciliation) has a JOBRUN row for the
      *              business date, through CBACT19A advancing the
      *              date, until CBACT77A has applied every item
      *              queued under an earlier business date - so a
      *              posting taken after the date turns never jumps
      *              ahead of the night's queue. An online posting
      *              service that finds the window open writes its
      *              item to MEMOPOST instead of TRANSACT / ACCTDAT.
      *              A failed read of JOBRUN or MEMOPOST leaves the
      *              window open - queuing an item is always safe, a
      *              collision with the night run is not. The business
      *              date read is left in WS-MQ-BIZ-DATE.
      *              SUM-MEMO-PENDING totals the account's pending
      *              items into WS-MQ-PENDING-AMT (signed, a queued
      *              payment reduces it) and WS-MQ-PENDING-CASH (cash
      *              advances only), so open-to-buy can count them at
      *              once; set WS-MQ-ACCT-ID first. A failed read
      *              returns zeros with a warning. Issues no COMMIT /
      *              ROLLBACK. Requires the fields declared in
      *              copybook CSUTLQWY in the calling program's
      *              WORKING-STORAGE.
      ******************************************************************
       CHECK-BATCH-WINDOW.
           SET MQ-WINDOW-CLOSED TO TRUE
           MOVE ZEROS TO WS-MQ-CHAIN-CNT
           MOVE ZEROS TO WS-MQ-BACKLOG-CNT

           EXEC SQL
               SELECT PROC_DATE
               INTO :WS-MQ-BIZ-DATE
               FROM BIZDATE
           END-EXEC

           MOVE SQLCODE TO WS-MQ-SQL-STATUS

      *    No business-date control row means no batch date is being
      *    run against - post directly, as before the queue existed.
           IF WS-MQ-SQL-STATUS NOT = 0
               MOVE SPACES TO WS-MQ-BIZ-DATE
               IF WS-MQ-SQL-STATUS NOT = 100
                   SET MQ-WINDOW-OPEN TO TRUE
                   DISPLAY 'ERROR READING BIZDATE FOR MEMO QUEUE - '
                           'SQLCODE: ' WS-MQ-SQL-STATUS
               END-IF
               GO TO CHECK-BATCH-WINDOW-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MQ-CHAIN-CNT
               FROM JOBRUN
               WHERE RUN_DATE = :WS-MQ-BIZ-DATE
               AND   JOB_NAME IN ('CBACT15A', 'CBACT01A', 'CBACT03A')
           END-EXEC

           MOVE SQLCODE TO WS-MQ-SQL-STATUS

           IF WS-MQ-SQL-STATUS NOT = 0
               SET MQ-WINDOW-OPEN TO TRUE
               DISPLAY 'ERROR READING JOBRUN FOR MEMO QUEUE - '
                       'SQLCODE: ' WS-MQ-SQL-STATUS
               GO TO CHECK-BATCH-WINDOW-EXIT
           END-IF

           IF WS-MQ-CHAIN-CNT > 0
               SET MQ-WINDOW-OPEN TO TRUE
               GO TO CHECK-BATCH-WINDOW-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MQ-BACKLOG-CNT
               FROM MEMOPOST
               WHERE MP_STATUS = 'P'
               AND   MP_QUEUED_BIZ_DATE < :WS-MQ-BIZ-DATE
           END-EXEC

           MOVE SQLCODE TO WS-MQ-SQL-STATUS

           IF WS-MQ-SQL-STATUS NOT = 0
               SET MQ-WINDOW-OPEN TO TRUE
               DISPLAY 'ERROR READING MEMOPOST - SQLCODE: '
                       WS-MQ-SQL-STATUS
               GO TO CHECK-BATCH-WINDOW-EXIT
           END-IF

           IF WS-MQ-BACKLOG-CNT > 0
               SET MQ-WINDOW-OPEN TO TRUE
           END-IF
           .
       CHECK-BATCH-WINDOW-EXIT.
           EXIT.

       SUM-MEMO-PENDING.
           MOVE ZEROS TO WS-MQ-PENDING-AMT
           MOVE ZEROS TO WS-MQ-PENDING-CASH

           EXEC SQL
               SELECT COALESCE(SUM(MP_TRAN_AMT), 0),
                      COALESCE(SUM(CASE WHEN MP_TRAN_TYPE_CD = '05'
                                         AND MP_TRAN_AMT > 0
                                   THEN MP_TRAN_AMT ELSE 0 END), 0)
               INTO :WS-MQ-PENDING-AMT, :WS-MQ-PENDING-CASH
               FROM MEMOPOST
               WHERE MP_ACCT_ID = :WS-MQ-ACCT-ID
               AND   MP_STATUS = 'P'
           END-EXEC

           MOVE SQLCODE TO WS-MQ-SQL-STATUS

           IF WS-MQ-SQL-STATUS NOT = 0
               MOVE ZEROS TO WS-MQ-PENDING-AMT
               MOVE ZEROS TO WS-MQ-PENDING-CASH
               DISPLAY 'ERROR SUMMING MEMOPOST - SQLCODE: '
                       WS-MQ-SQL-STATUS
           END-IF
           .
       SUM-MEMO-PENDING-EXIT.
           EXIT.
