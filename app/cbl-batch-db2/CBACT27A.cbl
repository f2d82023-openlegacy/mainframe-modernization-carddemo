      ******************************************************************
      * 2026-09-02 - The report counts delinquent accounts whose
      *              customer mail is flagged returned (unreachable)
      * 2026-10-15 - Accounts under a bankruptcy stay or discharge
      *              are never queued; their pulled rows stay off
      * 2026-10-15 - Accounts under disaster relief that pauses
      *              collections (DSTEVENT) are not queued until the
      *              event's window closes
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT27A.
       AUTHOR.     AWS.
      *----------------------------------------------------------------*
      *                  2000-QUEUE-DELINQUENT-ACCTS
      * One set-level insert: every delinquent-bucket account not
      * already on the queue arrives queued with today's date. An
      * account under a bankruptcy stay or discharge is never queued
      * - collecting from it violates the court's order - and a row
      * a filing pulled off (status B) waits for CBACT70A. Nor is an
      * account enrolled in a declared disaster whose relief pauses
      * collections and whose window covers today; it queues on the
      * first run after the window closes.
      *----------------------------------------------------------------*
       2000-QUEUE-DELINQUENT-ACCTS.

               AND   NOT EXISTS
                     (SELECT 1 FROM COLLWQ C
                      WHERE C.COL_ACCT_ID = D.DLQ_ACCT_ID
                      AND   C.COL_STATUS IN ('Q', 'A', 'P', 'B'))
               AND   NOT EXISTS
                     (SELECT 1 FROM BANKRPT B
                      WHERE B.BKR_ACCT_ID = D.DLQ_ACCT_ID
                      AND   B.BKR_STATUS IN ('F', 'D'))
               AND   NOT EXISTS
                     (SELECT 1 FROM DSTENROL N, DSTEVENT E
                      WHERE N.DRN_ACCT_ID = D.DLQ_ACCT_ID
                      AND   E.DRE_EVENT_ID = N.DRN_EVENT_ID
                      AND   E.DRE_PAUSE_COLLECTIONS = 'Y'
                      AND   E.DRE_START_DATE <= :WS-BIZDT-DATE
                      AND   E.DRE_END_DATE >= :WS-BIZDT-DATE)
           END-EXEC

           EVALUATE SQLCODE
