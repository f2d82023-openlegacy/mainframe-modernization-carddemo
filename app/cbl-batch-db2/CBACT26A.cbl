      * 2026-09-02 - Every bucket transition is captured to DLQHIST
      *              in the same unit of work, feeding the CBACT57A
      *              roll-rate matrix
      * 2026-10-15 - A missed cycle inside a disaster relief event
      *              that defers payments holds its bucket; the
      *              amount short is added to the account's
      *              DSTENROL row
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT26A.
       AUTHOR.     AWS.
         05 WS-ACCTS-CURED             PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ROLLED            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ALREADY-AGED      PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-DEFERRED          PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ERRORS            PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-MISSED-FLAG             PIC X(01) VALUE 'N'.
           88 CYCLE-MISSED                        VALUE 'Y'.
           88 CYCLE-PAID                          VALUE 'N'.
         05 WS-DEFERRED-FLAG           PIC X(01) VALUE 'N'.
           88 PAYMENT-DEFERRED                    VALUE 'Y'.
           88 PAYMENT-NOT-DEFERRED                VALUE 'N'.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 CYC-CURSOR-EOF                        VALUE 'Y'.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Disaster relief - see CSUTL3PL; an event covering tonight
      * that defers payments holds a missed cycle's bucket.
       01 WS-DRL-FIELDS.
       COPY CSUTL3WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-ACCTS-CURED
           MOVE ZEROS TO WS-ACCTS-ROLLED
           MOVE ZEROS TO WS-ACCTS-ALREADY-AGED
           MOVE ZEROS TO WS-ACCTS-DEFERRED
           MOVE ZEROS TO WS-ACCTS-ERRORS
           SET CYC-CURSOR-NOT-EOF TO TRUE

               SET CYCLE-MISSED TO TRUE
           END-IF

      * A missed minimum inside a declared disaster whose relief
      * defers payments is held where it stands - the bucket neither
      * rolls nor cures, and a workout plan does not count it.
           SET PAYMENT-NOT-DEFERRED TO TRUE
           IF CYCLE-MISSED
               PERFORM 2180-CHECK-PAYMENT-DEFERRAL
           END-IF

           PERFORM 2200-READ-DELINQ-STATE
           MOVE HOST-DLQ-BUCKET TO HOST-DLQ-OLD-BUCKET

           IF HOST-DLQ-LAST-EVAL = WS-BIZDT-DATE
               ADD 1 TO WS-ACCTS-ALREADY-AGED
           ELSE
               EVALUATE TRUE
                   WHEN CYCLE-PAID
                       MOVE '0' TO HOST-DLQ-BUCKET
                       MOVE ZEROS TO HOST-DLQ-CONSEC-MISSED
                       ADD 1 TO WS-ACCTS-CURED
                   WHEN PAYMENT-DEFERRED
                       ADD 1 TO WS-ACCTS-DEFERRED
                   WHEN OTHER
                       ADD 1 TO HOST-DLQ-CONSEC-MISSED
                       EVALUATE TRUE
                           WHEN HOST-DLQ-CONSEC-MISSED >= 4
                               MOVE '4' TO HOST-DLQ-BUCKET
                           WHEN HOST-DLQ-CONSEC-MISSED = 3
                               MOVE '3' TO HOST-DLQ-BUCKET
                           WHEN HOST-DLQ-CONSEC-MISSED = 2
                               MOVE '2' TO HOST-DLQ-BUCKET
                           WHEN OTHER
                               MOVE '1' TO HOST-DLQ-BUCKET
                       END-EVALUATE
                       ADD 1 TO WS-ACCTS-ROLLED
               END-EVALUATE

               PERFORM 2300-SAVE-DELINQ-STATE

               IF WORKOUT-ACTIVE AND PAYMENT-NOT-DEFERRED
                   PERFORM 2350-TRACK-WORKOUT-COMPLIANCE
               END-IF
           END-IF.
               MOVE ZEROS TO HOST-DBT-CLAIM-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                 2180-CHECK-PAYMENT-DEFERRAL
      * Relief is judged as of tonight's business date - the cycle
      * being aged closed tonight.
      *----------------------------------------------------------------*
       2180-CHECK-PAYMENT-DEFERRAL.

           MOVE HOST-CYC-ACCT-ID TO WS-DRL-ACCT-ID
           MOVE WS-BIZDT-DATE TO WS-DRL-AS-OF-DATE
           PERFORM CHECK-DISASTER-RELIEF
              THRU CHECK-DISASTER-RELIEF-EXIT

           IF DRL-CHECK-ERROR
               MOVE WS-DRL-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING DSTENROL FOR ACCT '
                       HOST-CYC-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF

           IF DRL-PAYMENT-DEFERRED
               SET PAYMENT-DEFERRED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                  2260-RECORD-PAYMENT-RELIEF
      * The part of the minimum the deferral excused is added to the
      * account's enrollment inside the aging's unit of work. Like
      * the history row, a failed update is reported but never
      * unwinds the aging.
      *----------------------------------------------------------------*
       2260-RECORD-PAYMENT-RELIEF.

           COMPUTE WS-DRL-AMOUNT =
               WS-MIN-DUE-AMT - HOST-CYC-CREDIT-TOTAL
           SET DRL-TYPE-PAYMENT TO TRUE
           PERFORM ADD-RELIEF-DOLLARS
              THRU ADD-RELIEF-DOLLARS-EXIT

           IF DRL-ERR-ON
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                  2250-WRITE-TRANSITION-HIST
      * The bucket move that 2300 is about to overwrite in place is
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2250-WRITE-TRANSITION-HIST
                   IF PAYMENT-DEFERRED
                       PERFORM 2260-RECORD-PAYMENT-RELIEF
                   END-IF
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   EXEC SQL
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM 2250-WRITE-TRANSITION-HIST
                       IF PAYMENT-DEFERRED
                           PERFORM 2260-RECORD-PAYMENT-RELIEF
                       END-IF
                       EXEC SQL COMMIT END-EXEC
                   ELSE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ACCOUNTS CURED.........: ' WS-ACCTS-CURED
           DISPLAY 'ACCOUNTS ROLLED FORWARD: ' WS-ACCTS-ROLLED
           DISPLAY 'ALREADY AGED (RERUN)...: ' WS-ACCTS-ALREADY-AGED
           DISPLAY 'HELD - PAYMENT DEFERRED: ' WS-ACCTS-DEFERRED
           DISPLAY 'PROCESSING ERRORS......: ' WS-ACCTS-ERRORS

           IF WS-ACCTS-ERRORS > 0
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *   CHECK-DISASTER-RELIEF / ADD-RELIEF-DOLLARS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL3PL.
