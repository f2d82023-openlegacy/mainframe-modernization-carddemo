000001******************************************************************
      * Program:     CORCS01A                                          *
      * Function:    Recurring-charge stop RPC service                 *
      * Description: Lets a cardholder who has cancelled with a        *
      *              merchant (a gym, a streaming plan) tell us to     *
      *              stop paying that merchant - on one card or on     *
      *              every card on the account, from an effective      *
      *              date and optionally until an end date - and to    *
      *              list or lift those stops (RCGSTOP). While a stop  *
      *              is in force COAUT01A declines the merchant's      *
      *              authorizations and CBACT18A suspends its clearing *
      *              records, so the charge is refused up front        *
      *              instead of disputed after it posts.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORCS01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CORCS01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

      * A stop with no end date runs until the cardholder lifts it.
       01 WS-CONSTANTS.
         05 WS-OPEN-END-DATE           PIC X(10) VALUE '9999-12-31'.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-EMPTY-ACCTID                VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-CARDNUM-NOTFOUND            VALUE 4.
         88 RPC-RESP-INVALID-MERCHID             VALUE 5.
         88 RPC-RESP-MERCHID-NOTFOUND            VALUE 6.
         88 RPC-RESP-INVALID-DATES               VALUE 7.
         88 RPC-RESP-DUPLICATE-STOP              VALUE 8.
         88 RPC-RESP-STOP-NOTFOUND               VALUE 9.
         88 RPC-RESP-WRITE-ERROR                 VALUE 10.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-RCS-ACCT-ID             PIC S9(11) COMP.
       01 HOST-RCS-MERCH-ID            PIC S9(09) COMP.
       01 HOST-RCS-STOP-ID-SEQ         PIC S9(18) COMP-3.
       01 HOST-ROW-COUNT               PIC S9(04) COMP.
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-TODAY-DATE              PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE ZEROS.
         05 WS-STOP-ID-N               PIC 9(18) VALUE ZEROS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVRCS01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'A' add a stop; 'L' list the account's stops, newest
      *      first; 'X' lift LK-IN-STOP-ID
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-ADD-STOP                    VALUE 'A'.
                88 OP-LIST-STOPS                  VALUE 'L'.
                88 OP-LIFT-STOP                   VALUE 'X'.
             10 LK-IN-ACCT-ID           PIC X(11).
      *      Add only - card number, or spaces for every card on the
      *      account; the merchant; effective date (spaces for
      *      today) and end date (spaces for no end), YYYY-MM-DD
             10 LK-IN-CARD-NUM          PIC X(16).
             10 LK-IN-MERCH-ID          PIC X(09).
             10 LK-IN-EFF-DATE          PIC X(10).
             10 LK-IN-END-DATE          PIC X(10).
      *      Lift only
             10 LK-IN-STOP-ID           PIC X(18).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-STOP-ID          PIC 9(18).
             10 LK-OUT-STOP-COUNT       PIC S9(04) COMP.
             10 LK-OUT-STOP-DATA OCCURS 10 TIMES.
                15 LK-OUT-ROW-STOP-ID   PIC 9(18).
                15 LK-OUT-ROW-CARD-NUM  PIC X(16).
                15 LK-OUT-ROW-MERCH-ID  PIC 9(09).
                15 LK-OUT-ROW-MERCH-NAME PIC X(50).
                15 LK-OUT-ROW-EFF-DATE  PIC X(10).
                15 LK-OUT-ROW-END-DATE  PIC X(10).
                15 LK-OUT-ROW-STATUS    PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-STOP-ID
           MOVE ZEROS TO LK-OUT-STOP-COUNT

           PERFORM 9000-SET-NOW-TS

           EVALUATE TRUE
               WHEN NOT (OP-ADD-STOP OR OP-LIST-STOPS OR OP-LIFT-STOP)
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be A, L or X...'
                     TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                 OR LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-EMPTY-ACCTID TO TRUE
                   MOVE 'Account ID must be entered and Numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-RCS-ACCT-ID
                   PERFORM 0100-VERIFY-ACCOUNT-DB2
           END-EVALUATE

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-ADD-STOP
                       PERFORM 1000-ADD-STOP
                          THRU 1000-ADD-STOP-EXIT
                   WHEN OP-LIST-STOPS
                       PERFORM 2000-LIST-STOPS
                   WHEN OTHER
                       PERFORM 3000-LIFT-STOP
               END-EVALUATE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    0100-VERIFY-ACCOUNT-DB2
      *----------------------------------------------------------------*
       0100-VERIFY-ACCOUNT-DB2.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-RCS-ACCT-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-ROW-COUNT = 0
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                        1000-ADD-STOP
      *----------------------------------------------------------------*
       1000-ADD-STOP.

           PERFORM 1100-EDIT-CARD-DB2
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-STOP-EXIT
           END-IF

           PERFORM 1200-EDIT-MERCHANT-DB2
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-STOP-EXIT
           END-IF

           PERFORM 1300-EDIT-DATES
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-STOP-EXIT
           END-IF

           PERFORM 1400-CHECK-DUPLICATE-DB2
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-STOP-EXIT
           END-IF

           PERFORM 1500-INSERT-STOP-DB2.
       1000-ADD-STOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      1100-EDIT-CARD-DB2
      * A card-level stop must name a card on this account; spaces
      * place the stop on every card the account carries, including
      * any issued later.
      *----------------------------------------------------------------*
       1100-EDIT-CARD-DB2.

           IF LK-IN-CARD-NUM = SPACES OR LOW-VALUES
               MOVE SPACES TO RCS-CARD-NUM
           ELSE
               IF LK-IN-CARD-NUM IS NOT NUMERIC
                   SET RPC-RESP-CARDNUM-NOTFOUND TO TRUE
                   MOVE 'Card Number must be Numeric...'
                     TO WS-RESP-MSG
               ELSE
                   COMPUTE WS-CARD-NUM-N =
                       FUNCTION NUMVAL(LK-IN-CARD-NUM)
                   MOVE WS-CARD-NUM-N TO RCS-CARD-NUM

                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :HOST-ROW-COUNT
                       FROM CXACAIX
                       WHERE XREF_CARD_NUM = :RCS-CARD-NUM
                       AND   XREF_ACCT_ID = :HOST-RCS-ACCT-ID
                   END-EXEC

                   IF SQLCODE NOT = 0 OR HOST-ROW-COUNT = 0
                       SET RPC-RESP-CARDNUM-NOTFOUND TO TRUE
                       MOVE 'Card Number NOT found on this account...'
                         TO WS-RESP-MSG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    1200-EDIT-MERCHANT-DB2
      *----------------------------------------------------------------*
       1200-EDIT-MERCHANT-DB2.

           IF LK-IN-MERCH-ID = SPACES OR LOW-VALUES
              OR LK-IN-MERCH-ID IS NOT NUMERIC
               SET RPC-RESP-INVALID-MERCHID TO TRUE
               MOVE 'Merchant ID must be entered and Numeric...'
                 TO WS-RESP-MSG
           ELSE
               COMPUTE HOST-RCS-MERCH-ID =
                   FUNCTION NUMVAL(LK-IN-MERCH-ID)
               MOVE HOST-RCS-MERCH-ID TO RCS-MERCHANT-ID

               EXEC SQL
                   SELECT MERCH_NAME
                   INTO :RCS-MERCHANT-NAME
                   FROM MERCHANT
                   WHERE MERCH_ID = :HOST-RCS-MERCH-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET RPC-RESP-MERCHID-NOTFOUND TO TRUE
                       MOVE 'Merchant ID NOT found...' TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read Merchant - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                       1300-EDIT-DATES
      *----------------------------------------------------------------*
       1300-EDIT-DATES.

           IF LK-IN-EFF-DATE = SPACES OR LOW-VALUES
               MOVE HOST-TODAY-DATE TO RCS-EFF-DATE
           ELSE
               MOVE LK-IN-EFF-DATE TO RCS-EFF-DATE
           END-IF

           IF LK-IN-END-DATE = SPACES OR LOW-VALUES
               MOVE WS-OPEN-END-DATE TO RCS-END-DATE
           ELSE
               MOVE LK-IN-END-DATE TO RCS-END-DATE
           END-IF

           EVALUATE TRUE
               WHEN RCS-EFF-DATE(1:4) NOT NUMERIC
                 OR RCS-EFF-DATE(5:1) NOT = '-'
                 OR RCS-EFF-DATE(6:2) NOT NUMERIC
                 OR RCS-EFF-DATE(8:1) NOT = '-'
                 OR RCS-EFF-DATE(9:2) NOT NUMERIC
                 OR RCS-END-DATE(1:4) NOT NUMERIC
                 OR RCS-END-DATE(5:1) NOT = '-'
                 OR RCS-END-DATE(6:2) NOT NUMERIC
                 OR RCS-END-DATE(8:1) NOT = '-'
                 OR RCS-END-DATE(9:2) NOT NUMERIC
                   SET RPC-RESP-INVALID-DATES TO TRUE
                   MOVE 'Stop dates must be YYYY-MM-DD...'
                     TO WS-RESP-MSG
               WHEN RCS-END-DATE < RCS-EFF-DATE
                 OR RCS-END-DATE < HOST-TODAY-DATE
                   SET RPC-RESP-INVALID-DATES TO TRUE
                   MOVE 'Stop end date must be on or after the
      -                ' effective date and today...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1400-CHECK-DUPLICATE-DB2
      * One live stop per account, card and merchant - a second
      * would only confuse the list. A stop already lifted or run
      * out does not count.
      *----------------------------------------------------------------*
       1400-CHECK-DUPLICATE-DB2.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM RCGSTOP
               WHERE RCS_ACCT_ID = :HOST-RCS-ACCT-ID
               AND   RCS_CARD_NUM = :RCS-CARD-NUM
               AND   RCS_MERCHANT_ID = :HOST-RCS-MERCH-ID
               AND   RCS_STATUS = 'A'
               AND   RCS_END_DATE >= :HOST-TODAY-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read stops - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-ROW-COUNT > 0
                   SET RPC-RESP-DUPLICATE-STOP TO TRUE
                   MOVE 'A stop on this merchant is already in
      -                ' force...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     1500-INSERT-STOP-DB2
      *----------------------------------------------------------------*
       1500-INSERT-STOP-DB2.

           EXEC SQL
               SELECT NEXT VALUE FOR RCS_STOP_ID_SEQ
               INTO :HOST-RCS-STOP-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-RCS-STOP-ID-SEQ TO RCS-STOP-ID
           MOVE HOST-RCS-ACCT-ID     TO RCS-ACCT-ID
           SET RCS-STATUS-ACTIVE     TO TRUE
           MOVE HOST-NOW-TS          TO RCS-CREATE-TS
           MOVE HOST-NOW-TS          TO RCS-STATUS-TS

           EXEC SQL
               INSERT INTO RCGSTOP
               (RCS_STOP_ID, RCS_ACCT_ID, RCS_CARD_NUM,
                RCS_MERCHANT_ID, RCS_MERCHANT_NAME, RCS_EFF_DATE,
                RCS_END_DATE, RCS_STATUS, RCS_CREATE_TS,
                RCS_STATUS_TS)
               VALUES
               (:RCS-STOP-ID, :RCS-ACCT-ID, :RCS-CARD-NUM,
                :RCS-MERCHANT-ID, :RCS-MERCHANT-NAME, :RCS-EFF-DATE,
                :RCS-END-DATE, :RCS-STATUS, :RCS-CREATE-TS,
                :RCS-STATUS-TS)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE RCS-STOP-ID TO WS-STOP-ID-N
                   MOVE WS-STOP-ID-N TO LK-OUT-STOP-ID
                   MOVE 'Recurring-charge stop recorded'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to record stop - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2000-LIST-STOPS
      *----------------------------------------------------------------*
       2000-LIST-STOPS.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-RCS CURSOR FOR
               SELECT RCS_STOP_ID, RCS_CARD_NUM, RCS_MERCHANT_ID,
                      RCS_MERCHANT_NAME, RCS_EFF_DATE, RCS_END_DATE,
                      RCS_STATUS
               FROM RCGSTOP
               WHERE RCS_ACCT_ID = :HOST-RCS-ACCT-ID
               ORDER BY RCS_STOP_ID DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-RCS
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list stops - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 2100-FETCH-STOP
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

               EXEC SQL
                   CLOSE CUR-RCS
               END-EXEC

               IF WS-LIST-COUNT = 0
                   MOVE 'No recurring-charge stops on this
      -                ' account...' TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-FETCH-STOP
      *----------------------------------------------------------------*
       2100-FETCH-STOP.

           EXEC SQL
               FETCH CUR-RCS
               INTO :RCS-STOP-ID, :RCS-CARD-NUM, :RCS-MERCHANT-ID,
                    :RCS-MERCHANT-NAME, :RCS-EFF-DATE, :RCS-END-DATE,
                    :RCS-STATUS
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-STOP-COUNT
               MOVE RCS-STOP-ID TO WS-STOP-ID-N
               MOVE WS-STOP-ID-N
                 TO LK-OUT-ROW-STOP-ID(WS-LIST-COUNT)
               MOVE RCS-CARD-NUM
                 TO LK-OUT-ROW-CARD-NUM(WS-LIST-COUNT)
               MOVE RCS-MERCHANT-ID
                 TO LK-OUT-ROW-MERCH-ID(WS-LIST-COUNT)
               MOVE RCS-MERCHANT-NAME
                 TO LK-OUT-ROW-MERCH-NAME(WS-LIST-COUNT)
               MOVE RCS-EFF-DATE
                 TO LK-OUT-ROW-EFF-DATE(WS-LIST-COUNT)
               MOVE RCS-END-DATE
                 TO LK-OUT-ROW-END-DATE(WS-LIST-COUNT)
               MOVE RCS-STATUS
                 TO LK-OUT-ROW-STATUS(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                        3000-LIFT-STOP
      * The cardholder has taken the merchant back - the stop stays
      * on file as Lifted so the history survives.
      *----------------------------------------------------------------*
       3000-LIFT-STOP.

           IF LK-IN-STOP-ID = SPACES OR LOW-VALUES
              OR LK-IN-STOP-ID IS NOT NUMERIC
               SET RPC-RESP-STOP-NOTFOUND TO TRUE
               MOVE 'Stop ID must be entered and Numeric...'
                 TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-STOP-ID TO WS-STOP-ID-N
               MOVE WS-STOP-ID-N TO RCS-STOP-ID

               EXEC SQL
                   UPDATE RCGSTOP
                   SET RCS_STATUS = 'L',
                       RCS_STATUS_TS = :HOST-NOW-TS
                   WHERE RCS_STOP_ID = :RCS-STOP-ID
                   AND   RCS_ACCT_ID = :HOST-RCS-ACCT-ID
                   AND   RCS_STATUS = 'A'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL COMMIT END-EXEC
                       MOVE WS-STOP-ID-N TO LK-OUT-STOP-ID
                       MOVE 'Recurring-charge stop lifted'
                         TO WS-RESP-MSG
                   WHEN 100
                       SET RPC-RESP-STOP-NOTFOUND TO TRUE
                       MOVE 'No active stop with that ID on this
      -                    ' account...' TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to lift stop - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      9000-SET-NOW-TS
      *----------------------------------------------------------------*
       9000-SET-NOW-TS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO HOST-NOW-TS
           END-STRING
           MOVE HOST-NOW-TS(1:10) TO HOST-TODAY-DATE.
