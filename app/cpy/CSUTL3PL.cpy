      ******************************************************************
      * Copybook:    CSUTL3PL
      * Purpose:     Disaster relief procedure logic.
      *              CHECK-DISASTER-RELIEF answers "is this account
      *              under disaster relief on this date, and on what
      *              terms": it is when it is enrolled (DSTENROL) in a
      *              declared event (DSTEVENT) whose window covers
      *              WS-DRL-AS-OF-DATE. An account enrolled in more
      *              than one open event gets every term any of them
      *              grants; the relief is credited to the earliest.
      *              A failed read returns DRL-CHECK-ERROR with no
      *              terms - the caller charges as normal and reports
      *              the error, as it does for its other exemption
      *              reads. Reads only.
      *              ADD-RELIEF-DOLLARS adds WS-DRL-AMOUNT to the
      *              enrollment row's running total for the relief
      *              type - late fee waived, interest not billed or
      *              payment deferred - for the per-event report. It
      *              issues no COMMIT/ROLLBACK: the caller commits it
      *              with the decision it belongs to, so a rerun that
      *              rolls the decision back does not count it twice.
      *              Requires the fields declared in copybook CSUTL3WY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       CHECK-DISASTER-RELIEF.
           SET DRL-NO-RELIEF TO TRUE
           MOVE ZEROS TO WS-DRL-EVENT-ID
           MOVE 'N' TO WS-DRL-WAIVE-LATE-FEE
           MOVE 'N' TO WS-DRL-SUSPEND-INTEREST
           MOVE 'N' TO WS-DRL-DEFER-PAYMENT
           MOVE 'N' TO WS-DRL-PAUSE-COLLECTIONS

           EXEC SQL
               SELECT COALESCE(MIN(E.DRE_EVENT_ID), 0),
                      COALESCE(MAX(E.DRE_WAIVE_LATE_FEE), 'N'),
                      COALESCE(MAX(E.DRE_SUSPEND_INTEREST), 'N'),
                      COALESCE(MAX(E.DRE_DEFER_PAYMENT), 'N'),
                      COALESCE(MAX(E.DRE_PAUSE_COLLECTIONS), 'N')
               INTO :WS-DRL-EVENT-ID,
                    :WS-DRL-WAIVE-LATE-FEE,
                    :WS-DRL-SUSPEND-INTEREST,
                    :WS-DRL-DEFER-PAYMENT,
                    :WS-DRL-PAUSE-COLLECTIONS
               FROM DSTENROL N, DSTEVENT E
               WHERE N.DRN_ACCT_ID  = :WS-DRL-ACCT-ID
               AND   E.DRE_EVENT_ID = N.DRN_EVENT_ID
               AND   E.DRE_START_DATE <= :WS-DRL-AS-OF-DATE
               AND   E.DRE_END_DATE   >= :WS-DRL-AS-OF-DATE
           END-EXEC

           MOVE SQLCODE TO WS-DRL-SQL-STATUS
           IF WS-DRL-SQL-STATUS NOT = 0
               SET DRL-CHECK-ERROR TO TRUE
               MOVE ZEROS TO WS-DRL-EVENT-ID
               MOVE 'N' TO WS-DRL-WAIVE-LATE-FEE
               MOVE 'N' TO WS-DRL-SUSPEND-INTEREST
               MOVE 'N' TO WS-DRL-DEFER-PAYMENT
               MOVE 'N' TO WS-DRL-PAUSE-COLLECTIONS
               GO TO CHECK-DISASTER-RELIEF-EXIT
           END-IF

           IF WS-DRL-EVENT-ID NOT = 0
               SET DRL-RELIEF-ACTIVE TO TRUE
           END-IF
           .
       CHECK-DISASTER-RELIEF-EXIT.
           EXIT.

       ADD-RELIEF-DOLLARS.
           SET DRL-ERR-OFF TO TRUE

           IF WS-DRL-EVENT-ID = 0 OR WS-DRL-AMOUNT = 0
               GO TO ADD-RELIEF-DOLLARS-EXIT
           END-IF

           EXEC SQL
               UPDATE DSTENROL
               SET DRN_FEE_RELIEVED = DRN_FEE_RELIEVED +
                       CASE WHEN :WS-DRL-RELIEF-TYPE = 'F'
                            THEN :WS-DRL-AMOUNT ELSE 0 END,
                   DRN_INT_RELIEVED = DRN_INT_RELIEVED +
                       CASE WHEN :WS-DRL-RELIEF-TYPE = 'I'
                            THEN :WS-DRL-AMOUNT ELSE 0 END,
                   DRN_PMT_DEFERRED = DRN_PMT_DEFERRED +
                       CASE WHEN :WS-DRL-RELIEF-TYPE = 'P'
                            THEN :WS-DRL-AMOUNT ELSE 0 END
               WHERE DRN_EVENT_ID = :WS-DRL-EVENT-ID
               AND   DRN_ACCT_ID  = :WS-DRL-ACCT-ID
           END-EXEC

           MOVE SQLCODE TO WS-DRL-SQL-STATUS
           IF WS-DRL-SQL-STATUS NOT = 0
               SET DRL-ERR-ON TO TRUE
               MOVE WS-DRL-SQL-STATUS TO WS-DRL-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING DSTENROL FOR ACCT '
                       WS-DRL-ACCT-ID ' - SQLCODE: '
                       WS-DRL-SQLCODE-DISPLAY
           END-IF
           .
       ADD-RELIEF-DOLLARS-EXIT.
           EXIT.
