000001******************************************************************
      * Program:     COCCK01A                                          *
      * Function:    Convenience-check book and stop-payment RPC       *
      * Description: Orders a book of convenience checks for an       *
      *              account - the book's serial range is assigned    *
      *              here, the next run after the account's last      *
      *              book, and CBCCK01A sends it to the check printer *
      *              - and places and releases stop payments on a     *
      *              single issued serial or a run of them. Lists the *
      *              account's active stops and last book with every  *
      *              answer. The presentment run CBCCK02A returns any *
      *              item drawn on a stopped serial to the bank.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCCK01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCCK01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-CONSTANTS.
      *  Checks to a book, and the first serial an account is issued
         05 WS-BOOK-SIZE               PIC 9(03) VALUE 25.
         05 WS-FIRST-SERIAL            PIC 9(07) VALUE 101.
      *  Longest run of serials one stop may cover
         05 WS-MAX-STOP-RANGE          PIC 9(03) VALUE 100.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-ACCTID              VALUE 2.
         88 RPC-RESP-ACCT-NOTFOUND               VALUE 3.
         88 RPC-RESP-ACCT-NOT-ACTIVE             VALUE 4.
         88 RPC-RESP-NO-CASH-LINE                VALUE 5.
         88 RPC-RESP-BOOK-OUTSTANDING            VALUE 6.
         88 RPC-RESP-INVALID-SERIAL              VALUE 7.
         88 RPC-RESP-SERIAL-NOT-ISSUED           VALUE 8.
         88 RPC-RESP-ALREADY-PAID                VALUE 9.
         88 RPC-RESP-ALREADY-STOPPED             VALUE 10.
         88 RPC-RESP-STOP-NOTFOUND               VALUE 11.
         88 RPC-RESP-INVALID-REASON              VALUE 12.
         88 RPC-RESP-INVALID-AMOUNT              VALUE 13.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 14.
         88 RPC-RESP-EMPTY-USERID                VALUE 15.
         88 RPC-RESP-WRITE-ERROR                 VALUE 16.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-SERIAL-FROM-N           PIC 9(07) VALUE ZEROS.
         05 WS-SERIAL-TO-N             PIC 9(07) VALUE ZEROS.
         05 WS-STOP-AMT                PIC S9(09)V99 COMP-3.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-STP-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 STP-CURSOR-EOF                      VALUE 'Y'.
           88 STP-CURSOR-NOT-EOF                  VALUE 'N'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not order checks for, or stop checks on, an account whose
      * parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-ACCT-ACTIVE-STATUS      PIC X(01).
       01 HOST-ACCT-CASH-LIMIT         PIC S9(10)V99 COMP-3.
       01 HOST-USER-ID                 PIC X(08).
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-ROW-COUNT               PIC S9(09) COMP.
       01 HOST-ROW-COUNT-2             PIC S9(09) COMP.
       01 HOST-LAST-SERIAL             PIC S9(09) COMP.
       01 HOST-SERIAL-FROM             PIC S9(09) COMP.
       01 HOST-SERIAL-TO               PIC S9(09) COMP.
       01 HOST-STOP-AMT                PIC S9(09)V99 COMP-3.
       01 HOST-REASON-CD               PIC X(02).
       01 HOST-BOOK-FIRST              PIC S9(09) COMP.
       01 HOST-BOOK-LAST               PIC S9(09) COMP.
       01 HOST-BOOK-STATUS             PIC X(01).

      * One active stop on the list cursor
       01 HOST-STOP-ROW.
         05 HOST-STP-FROM              PIC S9(09) COMP.
         05 HOST-STP-TO                PIC S9(09) COMP.
         05 HOST-STP-REASON            PIC X(02).
         05 HOST-STP-AMT               PIC S9(09)V99 COMP-3.
         05 HOST-STP-USER              PIC X(08).
         05 HOST-STP-TS                PIC X(26).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVCCK01Y.

       COPY CVCCK02Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'L' list the account's stops; 'B' order a check book;
      *      'S' stop a serial or run of serials; 'R' release the
      *      active stop starting at the FROM serial
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST-STOPS                  VALUE 'L'.
                88 OP-ORDER-BOOK                  VALUE 'B'.
                88 OP-STOP-PAYMENT                VALUE 'S'.
                88 OP-RELEASE-STOP                VALUE 'R'.
             10 LK-IN-ACCT-ID           PIC X(11).
             10 LK-IN-SERIAL-FROM       PIC X(07).
      *      Blank stops the FROM serial alone
             10 LK-IN-SERIAL-TO         PIC X(07).
      *      LS lost/stolen, CR customer request, FR fraud
             10 LK-IN-REASON-CD         PIC X(02).
      *      Amount written on the check, when known - blank stops
      *      the serial whatever it is written for
             10 LK-IN-STOP-AMT          PIC X(12).
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      The account's newest book and where it stands
             10 LK-OUT-BOOK-FIRST       PIC 9(07).
             10 LK-OUT-BOOK-LAST        PIC 9(07).
             10 LK-OUT-BOOK-STATUS      PIC X(01).
             10 LK-OUT-STOP-COUNT       PIC S9(04) COMP.
             10 LK-OUT-STOP-DATA OCCURS 0 TO 10 TIMES
                DEPENDING ON LK-OUT-STOP-COUNT.
                15 LK-OUT-SERIAL-FROM   PIC 9(07).
                15 LK-OUT-SERIAL-TO     PIC 9(07).
                15 LK-OUT-REASON-CD     PIC X(02).
                15 LK-OUT-STOP-AMT      PIC S9(09)V99.
                15 LK-OUT-STOP-USER     PIC X(08).
                15 LK-OUT-STOP-DATE     PIC X(10).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-BOOK-FIRST
           MOVE ZEROS TO LK-OUT-BOOK-LAST
           MOVE SPACES TO LK-OUT-BOOK-STATUS
           MOVE ZEROS TO LK-OUT-STOP-COUNT

           PERFORM 0100-BUILD-TIMESTAMP

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1100-READ-ACCOUNT
           END-IF

           IF RPC-RESP-OK
              AND NOT OP-LIST-STOPS
               PERFORM 1200-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-ORDER-BOOK
                       PERFORM 3000-ORDER-BOOK
                   WHEN OP-STOP-PAYMENT
                       PERFORM 4000-STOP-PAYMENT
                   WHEN OP-RELEASE-STOP
                       PERFORM 5000-RELEASE-STOP
                   WHEN OTHER
                       MOVE 'Check book and stop payments returned'
                         TO WS-RESP-MSG
               END-EVALUATE
           END-IF

           IF WS-ACCT-ID-N > 0
               PERFORM 2000-LIST-BOOK-AND-STOPS
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    0100-BUILD-TIMESTAMP
      *----------------------------------------------------------------*
       0100-BUILD-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-NOW-TS.

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           MOVE ZEROS TO WS-ACCT-ID-N
           MOVE LK-IN-USER-ID TO HOST-USER-ID

           EVALUATE TRUE
               WHEN NOT (OP-LIST-STOPS OR OP-ORDER-BOOK
                      OR OP-STOP-PAYMENT OR OP-RELEASE-STOP)
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be L, B, S or R...'
                     TO WS-RESP-MSG
               WHEN LK-IN-USER-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-EMPTY-USERID TO TRUE
                   MOVE 'User ID can NOT be empty...' TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                 OR LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-ACCTID TO TRUE
                   MOVE 'Account ID must be Numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N =
                       FUNCTION NUMVAL(LK-IN-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
           END-EVALUATE

           IF RPC-RESP-OK
              AND (OP-STOP-PAYMENT OR OP-RELEASE-STOP)
               PERFORM 1010-VALIDATE-SERIALS
           END-IF

           IF RPC-RESP-OK AND OP-STOP-PAYMENT
               PERFORM 1020-VALIDATE-STOP
           END-IF.

      *----------------------------------------------------------------*
      *                     1010-VALIDATE-SERIALS
      *----------------------------------------------------------------*
       1010-VALIDATE-SERIALS.

           EVALUATE TRUE
               WHEN LK-IN-SERIAL-FROM IS NOT NUMERIC
                   SET RPC-RESP-INVALID-SERIAL TO TRUE
                   MOVE 'Check serial must be 7 digits...'
                     TO WS-RESP-MSG
               WHEN LK-IN-SERIAL-TO = SPACES OR LOW-VALUES
                 OR OP-RELEASE-STOP
                   MOVE LK-IN-SERIAL-FROM TO WS-SERIAL-FROM-N
                   MOVE WS-SERIAL-FROM-N  TO WS-SERIAL-TO-N
               WHEN LK-IN-SERIAL-TO IS NOT NUMERIC
                   SET RPC-RESP-INVALID-SERIAL TO TRUE
                   MOVE 'Last check serial must be 7 digits...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   MOVE LK-IN-SERIAL-FROM TO WS-SERIAL-FROM-N
                   MOVE LK-IN-SERIAL-TO   TO WS-SERIAL-TO-N
                   IF WS-SERIAL-TO-N < WS-SERIAL-FROM-N
                       SET RPC-RESP-INVALID-SERIAL TO TRUE
                       MOVE 'Last serial is before the first...'
                         TO WS-RESP-MSG
                   END-IF
                   IF WS-SERIAL-TO-N - WS-SERIAL-FROM-N
                      >= WS-MAX-STOP-RANGE
                       SET RPC-RESP-INVALID-SERIAL TO TRUE
                       MOVE 'A stop may cover at most 100 checks...'
                         TO WS-RESP-MSG
                   END-IF
           END-EVALUATE

           MOVE WS-SERIAL-FROM-N TO HOST-SERIAL-FROM
           MOVE WS-SERIAL-TO-N   TO HOST-SERIAL-TO.

      *----------------------------------------------------------------*
      *                      1020-VALIDATE-STOP
      *----------------------------------------------------------------*
       1020-VALIDATE-STOP.

           MOVE LK-IN-REASON-CD TO CKS-REASON-CD

           EVALUATE TRUE
               WHEN NOT CKS-REASON-VALID
                   SET RPC-RESP-INVALID-REASON TO TRUE
                   MOVE 'Reason must be LS, CR or FR...'
                     TO WS-RESP-MSG
               WHEN LK-IN-STOP-AMT = SPACES OR LOW-VALUES
                   MOVE ZEROS TO WS-STOP-AMT
               WHEN FUNCTION TEST-NUMVAL-C(LK-IN-STOP-AMT) NOT = 0
                   SET RPC-RESP-INVALID-AMOUNT TO TRUE
                   MOVE 'Check amount must be numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-STOP-AMT =
                       FUNCTION NUMVAL-C(LK-IN-STOP-AMT)
                   IF WS-STOP-AMT < 0
                       SET RPC-RESP-INVALID-AMOUNT TO TRUE
                       MOVE 'Check amount can NOT be negative...'
                         TO WS-RESP-MSG
                   END-IF
           END-EVALUATE

           MOVE LK-IN-REASON-CD TO HOST-REASON-CD
           MOVE WS-STOP-AMT     TO HOST-STOP-AMT.

      *----------------------------------------------------------------*
      *                       1100-READ-ACCOUNT
      *----------------------------------------------------------------*
       1100-READ-ACCOUNT.

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CASH_CREDIT_LIMIT
               INTO :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CASH-LIMIT
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCT-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   MOVE ZEROS TO WS-ACCT-ID-N
               WHEN OTHER
                   PERFORM 9000-SQL-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1200-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1200-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE HOST-ACCT-ID  TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-LIST-BOOK-AND-STOPS
      * The account's newest book, and up to ten of its active stops
      * newest first - returned after every operation so the screen
      * shows the result of what was just done.
      *----------------------------------------------------------------*
       2000-LIST-BOOK-AND-STOPS.

           EXEC SQL
               SELECT CKB_FIRST_SERIAL, CKB_LAST_SERIAL, CKB_STATUS
               INTO :HOST-BOOK-FIRST, :HOST-BOOK-LAST,
                    :HOST-BOOK-STATUS
               FROM CHKBOOK
               WHERE CKB_ACCT_ID = :HOST-ACCT-ID
               ORDER BY CKB_FIRST_SERIAL DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-BOOK-FIRST  TO LK-OUT-BOOK-FIRST
               MOVE HOST-BOOK-LAST   TO LK-OUT-BOOK-LAST
               MOVE HOST-BOOK-STATUS TO LK-OUT-BOOK-STATUS
           END-IF

           MOVE ZEROS TO WS-LIST-COUNT
           SET STP-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-CCK-STOPS CURSOR FOR
               SELECT CKS_SERIAL_FROM, CKS_SERIAL_TO, CKS_REASON_CD,
                      CKS_AMT, CKS_USER_ID, CKS_STOP_TS
               FROM CHKSTOP
               WHERE CKS_ACCT_ID = :HOST-ACCT-ID
               AND   CKS_STATUS = 'A'
               ORDER BY CKS_STOP_TS DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-CCK-STOPS
           END-EXEC

           IF SQLCODE NOT = 0
               SET STP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-ONE-STOP
                   UNTIL STP-CURSOR-EOF OR WS-LIST-COUNT >= 10

           EXEC SQL
               CLOSE CUR-CCK-STOPS
           END-EXEC.

      *----------------------------------------------------------------*
      *                      2100-FETCH-ONE-STOP
      *----------------------------------------------------------------*
       2100-FETCH-ONE-STOP.

           EXEC SQL
               FETCH CUR-CCK-STOPS
               INTO :HOST-STP-FROM, :HOST-STP-TO, :HOST-STP-REASON,
                    :HOST-STP-AMT, :HOST-STP-USER, :HOST-STP-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-COUNT TO LK-OUT-STOP-COUNT
                   MOVE HOST-STP-FROM
                     TO LK-OUT-SERIAL-FROM(WS-LIST-COUNT)
                   MOVE HOST-STP-TO
                     TO LK-OUT-SERIAL-TO(WS-LIST-COUNT)
                   MOVE HOST-STP-REASON
                     TO LK-OUT-REASON-CD(WS-LIST-COUNT)
                   MOVE HOST-STP-AMT
                     TO LK-OUT-STOP-AMT(WS-LIST-COUNT)
                   MOVE HOST-STP-USER
                     TO LK-OUT-STOP-USER(WS-LIST-COUNT)
                   MOVE HOST-STP-TS(1:10)
                     TO LK-OUT-STOP-DATE(WS-LIST-COUNT)
               WHEN OTHER
                   SET STP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                        3000-ORDER-BOOK
      * Only an open account with a cash line gets checks, and only
      * one book may wait for the printer at a time. The new book
      * takes the run of serials after the account's last book, so
      * an account's serials never repeat.
      *----------------------------------------------------------------*
       3000-ORDER-BOOK.

           EVALUATE TRUE
               WHEN HOST-ACCT-ACTIVE-STATUS NOT = 'Y'
                   SET RPC-RESP-ACCT-NOT-ACTIVE TO TRUE
                   MOVE 'Checks can only be ordered on an active
      -                ' account...' TO WS-RESP-MSG
               WHEN HOST-ACCT-CASH-LIMIT NOT > 0
                   SET RPC-RESP-NO-CASH-LINE TO TRUE
                   MOVE 'Account has no cash credit line to draw
      -                ' checks against...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RPC-RESP-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ROW-COUNT
                   FROM CHKBOOK
                   WHERE CKB_ACCT_ID = :HOST-ACCT-ID
                   AND   CKB_STATUS = 'R'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 9000-SQL-ERROR
                   WHEN HOST-ROW-COUNT > 0
                       SET RPC-RESP-BOOK-OUTSTANDING TO TRUE
                       MOVE 'A check book is already on order for this
      -                    ' account...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF RPC-RESP-OK
               EXEC SQL
                   SELECT COALESCE(MAX(CKB_LAST_SERIAL), 0)
                   INTO :HOST-LAST-SERIAL
                   FROM CHKBOOK
                   WHERE CKB_ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9000-SQL-ERROR
               END-IF
           END-IF

           IF RPC-RESP-OK
               IF HOST-LAST-SERIAL = 0
                   MOVE WS-FIRST-SERIAL TO HOST-BOOK-FIRST
               ELSE
                   COMPUTE HOST-BOOK-FIRST = HOST-LAST-SERIAL + 1
               END-IF
               COMPUTE HOST-BOOK-LAST =
                   HOST-BOOK-FIRST + WS-BOOK-SIZE - 1

               EXEC SQL
                   INSERT INTO CHKBOOK
                   (CKB_ACCT_ID, CKB_FIRST_SERIAL, CKB_LAST_SERIAL,
                    CKB_STATUS, CKB_REQUEST_USER_ID, CKB_REQUEST_TS,
                    CKB_ORDER_TS)
                   VALUES
                   (:HOST-ACCT-ID, :HOST-BOOK-FIRST, :HOST-BOOK-LAST,
                    'R', :HOST-USER-ID, :HOST-NOW-TS, ' ')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'Check book ordered - it goes to the printer
      -                ' tonight' TO WS-RESP-MSG
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 9100-WRITE-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                       4000-STOP-PAYMENT
      * Both ends of the run must be serials issued to this account
      * (books are contiguous, so the run is), no serial in it may
      * already be under an active stop, and a single check that has
      * already been paid cannot be stopped.
      *----------------------------------------------------------------*
       4000-STOP-PAYMENT.

           EXEC SQL
               SELECT (SELECT COUNT(*) FROM CHKBOOK
                       WHERE CKB_ACCT_ID = :HOST-ACCT-ID
                       AND   :HOST-SERIAL-FROM BETWEEN CKB_FIRST_SERIAL
                                               AND CKB_LAST_SERIAL),
                      (SELECT COUNT(*) FROM CHKBOOK
                       WHERE CKB_ACCT_ID = :HOST-ACCT-ID
                       AND   :HOST-SERIAL-TO BETWEEN CKB_FIRST_SERIAL
                                             AND CKB_LAST_SERIAL)
               INTO :HOST-ROW-COUNT, :HOST-ROW-COUNT-2
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-SQL-ERROR
               WHEN HOST-ROW-COUNT = 0
               WHEN HOST-ROW-COUNT-2 = 0
                   SET RPC-RESP-SERIAL-NOT-ISSUED TO TRUE
                   MOVE 'Serial was not issued to this account...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RPC-RESP-OK
               PERFORM 4100-CHECK-NOT-PAID-OR-STOPPED
           END-IF

           IF RPC-RESP-OK
               EXEC SQL
                   INSERT INTO CHKSTOP
                   (CKS_ACCT_ID, CKS_SERIAL_FROM, CKS_SERIAL_TO,
                    CKS_REASON_CD, CKS_AMT, CKS_STATUS, CKS_USER_ID,
                    CKS_STOP_TS, CKS_RELEASE_USER_ID, CKS_RELEASE_TS)
                   VALUES
                   (:HOST-ACCT-ID, :HOST-SERIAL-FROM, :HOST-SERIAL-TO,
                    :HOST-REASON-CD, :HOST-STOP-AMT, 'A',
                    :HOST-USER-ID, :HOST-NOW-TS, ' ', ' ')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'Stop payment placed' TO WS-RESP-MSG
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 9100-WRITE-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                 4100-CHECK-NOT-PAID-OR-STOPPED
      *----------------------------------------------------------------*
       4100-CHECK-NOT-PAID-OR-STOPPED.

           IF HOST-SERIAL-FROM = HOST-SERIAL-TO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ROW-COUNT
                   FROM CHKPRES
                   WHERE CKP_ACCT_ID = :HOST-ACCT-ID
                   AND   CKP_SERIAL = :HOST-SERIAL-FROM
                   AND   CKP_DECISION_CD = 'P'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 9000-SQL-ERROR
                   WHEN HOST-ROW-COUNT > 0
                       SET RPC-RESP-ALREADY-PAID TO TRUE
                       MOVE 'Check has already been paid - it can NOT
      -                    ' be stopped...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF RPC-RESP-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ROW-COUNT
                   FROM CHKSTOP
                   WHERE CKS_ACCT_ID = :HOST-ACCT-ID
                   AND   CKS_STATUS = 'A'
                   AND   CKS_SERIAL_FROM <= :HOST-SERIAL-TO
                   AND   CKS_SERIAL_TO >= :HOST-SERIAL-FROM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 9000-SQL-ERROR
                   WHEN HOST-ROW-COUNT > 0
                       SET RPC-RESP-ALREADY-STOPPED TO TRUE
                       MOVE 'A stop is already active on one of these
      -                    ' serials...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                       5000-RELEASE-STOP
      * The stop row is kept, marked Released with who and when.
      *----------------------------------------------------------------*
       5000-RELEASE-STOP.

           EXEC SQL
               UPDATE CHKSTOP
               SET CKS_STATUS = 'R',
                   CKS_RELEASE_USER_ID = :HOST-USER-ID,
                   CKS_RELEASE_TS = :HOST-NOW-TS
               WHERE CKS_ACCT_ID = :HOST-ACCT-ID
               AND   CKS_SERIAL_FROM = :HOST-SERIAL-FROM
               AND   CKS_STATUS = 'A'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'Stop payment released' TO WS-RESP-MSG
               WHEN 100
                   SET RPC-RESP-STOP-NOTFOUND TO TRUE
                   MOVE 'No active stop starts at that serial...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 9100-WRITE-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                        9000-SQL-ERROR
      *----------------------------------------------------------------*
       9000-SQL-ERROR.

           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to read check records - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *                        9100-WRITE-ERROR
      *----------------------------------------------------------------*
       9100-WRITE-ERROR.

           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to update check records - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
