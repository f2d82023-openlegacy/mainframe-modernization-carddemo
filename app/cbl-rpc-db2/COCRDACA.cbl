      * Description: Flips a Pending-activation card (minted by        *
      *              COACTADA at account open or by the CBACT11A       *
      *              expiry-reissue sweep) to Active, after verifying  *
      *              the caller against the card's security code       *
      *              (through the verify-only service COCVV01A) and    *
      *              the cardholder's date of birth - the two things   *
      *              the rightful holder has and a mailbox thief does  *
      *              not. A successful activation stages a card-       *
      *              change alert on NOTIFY_QUEUE.                     *
      ******************************************************************
       01 HOST-CARD-RECORD.
         05 HOST-CARD-NUM              PIC X(16).
         05 HOST-CARD-ACCT-ID          PIC S9(11) COMP.
         05 HOST-CARD-STATUS           PIC X(01).

       01 HOST-XREF-CUST-ID            PIC S9(09) COMP.

       01 WS-WORK-FIELDS.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE 0.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA

       COPY CVACT02Y.

      *----------------------------------------------------------------*
      *      Security code check through COCVV01A - the card's code is
      *      never read here, only the service's yes/no.
      *----------------------------------------------------------------*
       01 WS-RESP-CD                   PIC S9(09) COMP VALUE ZEROS.
       01 WS-CVV-COMMAREA.
          05 WS-CVV-INPUT-PARMS.
             10 WS-CVV-IN-CARD-NUM      PIC X(16).
             10 WS-CVV-IN-CVV-CD        PIC X(03).
          05 WS-CVV-OUTPUT-PARMS.
             10 WS-CVV-RESP-CODE        PIC S9(04) COMP.
             10 WS-CVV-RESP-MSG         PIC X(80).
             10 WS-CVV-MATCH-IND        PIC X(01).
                88 CVV-MATCHED                    VALUE 'Y'.

      *----------------------------------------------------------------*
      *      Working Storage for WRITE-NOTIFICATION (shared logic)
      *----------------------------------------------------------------*
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      *----------------------------------------------------------------*
      *      Working Storage for WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
               WHEN OTHER
                   COMPUTE WS-CARD-NUM-N =
                       FUNCTION NUMVAL(LK-IN-CARD-NUM)
           END-EVALUATE.

      *----------------------------------------------------------------*
           MOVE WS-CARD-NUM-N TO HOST-CARD-NUM

           EXEC SQL
               SELECT CARD_ACCT_ID, CARD_ACTIVE_STATUS
               INTO :HOST-CARD-ACCT-ID, :HOST-CARD-STATUS
               FROM CARDDAT
               WHERE CARD_NUM = :HOST-CARD-NUM
           END-EXEC
      *----------------------------------------------------------------*
      *                      3000-VERIFY-CALLER
      * One deliberately vague message for every verification miss -
      * telling a caller which of the security code or date of birth
      * was wrong would hand a thief half the answer.
      *----------------------------------------------------------------*
       3000-VERIFY-CALLER.

           MOVE HOST-CARD-NUM TO WS-CVV-IN-CARD-NUM
           MOVE LK-IN-CVV-CD  TO WS-CVV-IN-CVV-CD
           MOVE SPACES TO WS-CVV-MATCH-IND
           EXEC CICS LINK
                PROGRAM('COCVV01A')
                COMMAREA(WS-CVV-COMMAREA)
                LENGTH(LENGTH OF WS-CVV-COMMAREA)
                RESP(WS-RESP-CD)
           END-EXEC

           IF WS-RESP-CD NOT = ZERO
              OR NOT CVV-MATCHED
               SET RPC-RESP-VERIFY-FAILED TO TRUE
               MOVE 'Activation failed - verification did not
      -            ' match...' TO WS-RESP-MSG
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 4100-STAGE-ACTIVATION-NOTIFY
                   IF RPC-RESP-OK
                       PERFORM 4200-WRITE-ACTIVATION-HISTORY
                   END-IF
                   IF RPC-RESP-OK
                       EXEC SQL COMMIT END-EXEC
                       MOVE 'Card activated successfully'
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                  4200-WRITE-ACTIVATION-HISTORY
      * The status flip joins the account's ACCTHIST timeline (card
      * number with the status) in the same unit of work.
      *----------------------------------------------------------------*
       4200-WRITE-ACTIVATION-HISTORY.

           MOVE HOST-CARD-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'CARD-STATUS' TO WS-AHST-FIELD-NAME
           MOVE SPACES TO WS-AHST-OLD-VALUE
           STRING HOST-CARD-NUM ' P'
             DELIMITED BY SIZE INTO WS-AHST-OLD-VALUE
           MOVE SPACES TO WS-AHST-NEW-VALUE
           STRING HOST-CARD-NUM ' Y'
             DELIMITED BY SIZE INTO WS-AHST-NEW-VALUE
           MOVE WS-PGMNAME TO WS-AHST-USER-ID

           PERFORM WRITE-ACCT-HISTORY THRU WRITE-ACCT-HISTORY-EXIT

           IF AHST-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write card history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *                 WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
