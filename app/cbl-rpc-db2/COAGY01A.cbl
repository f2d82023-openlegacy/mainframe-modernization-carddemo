000001******************************************************************
      * Program:     COAGY01A                                          *
      * Function:    Collection agency master maintenance RPC service  *
      * Description: Lists the AGENCY rows with each agency's open    *
      *              placement count, adds a new agency, updates one  *
      *              agency's contract terms (commission rate, tier,  *
      *              placement period, balance band, capacity), and   *
      *              inactivates or reinstates one. An inactive       *
      *              agency receives no new placements from CBACT87A; *
      *              accounts it already holds stay until CBACT88A    *
      *              recalls them, and its remittances still post.    *
      *              A new commission rate applies to placements made *
      *              after the change - work already out keeps the    *
      *              rate it was placed at.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAGY01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAGY01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

      * Contract limits - a contingency rate over the ceiling or a
      * placement period outside the window is a keying error.
       01 WS-CONSTANTS.
         05 WS-MAX-COMMISSION-PCT      PIC S9(03)V99 VALUE 50.00.
         05 WS-MIN-PLACEMENT-DAYS      PIC S9(04) VALUE 30.
         05 WS-MAX-PLACEMENT-DAYS      PIC S9(04) VALUE 730.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-EMPTY-AGYID                 VALUE 2.
         88 RPC-RESP-AGYID-NOTFOUND              VALUE 3.
         88 RPC-RESP-EMPTY-NAME                  VALUE 4.
         88 RPC-RESP-INVALID-COMMISSION          VALUE 5.
         88 RPC-RESP-INVALID-TIER                VALUE 6.
         88 RPC-RESP-INVALID-DAYS                VALUE 7.
         88 RPC-RESP-INVALID-BAND                VALUE 8.
         88 RPC-RESP-INVALID-CAPACITY            VALUE 9.
         88 RPC-RESP-DUPLICATE-AGY               VALUE 10.
         88 RPC-RESP-STATUS-UNCHANGED            VALUE 11.
         88 RPC-RESP-WRITE-ERROR                 VALUE 12.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-AGY-ROW.
         05 HOST-AGY-ID                PIC X(08).
         05 HOST-AGY-NAME              PIC X(50).
         05 HOST-AGY-PHONE             PIC X(15).
         05 HOST-AGY-COMMISSION-PCT    PIC S9(03)V99 COMP-3.
         05 HOST-AGY-TIER              PIC X(01).
         05 HOST-AGY-PLACEMENT-DAYS    PIC S9(04) COMP.
         05 HOST-AGY-MIN-BALANCE       PIC S9(10)V99 COMP-3.
         05 HOST-AGY-MAX-BALANCE       PIC S9(10)V99 COMP-3.
         05 HOST-AGY-MAX-ACCOUNTS      PIC S9(07) COMP-3.
         05 HOST-AGY-STATUS            PIC X(01).
       01 HOST-OPEN-PLACEMENTS         PIC S9(09) COMP.
       01 HOST-DUP-COUNT               PIC S9(04) COMP.
       01 HOST-NEW-STATUS              PIC X(01).
       01 HOST-OLD-STATUS              PIC X(01).
       01 HOST-UPDATE-TS               PIC X(26).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-NUM-WORK                PIC S9(11)V99 VALUE ZEROS.
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

       COPY CVAGY01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST-AGENCIES               VALUE 'L'.
                88 OP-ADD-AGENCY                  VALUE 'A'.
                88 OP-UPDATE-AGENCY               VALUE 'U'.
                88 OP-INACTIVATE-AGENCY           VALUE 'I'.
                88 OP-REINSTATE-AGENCY            VALUE 'R'.
             10 LK-IN-AGY-ID            PIC X(08).
             10 LK-IN-AGY-NAME          PIC X(50).
             10 LK-IN-AGY-PHONE         PIC X(15).
      *      Commission percentage, e.g. 25.00
             10 LK-IN-COMMISSION-PCT    PIC X(06).
      *      '1' primary, '2' secondary, '3' tertiary
             10 LK-IN-TIER              PIC X(01).
             10 LK-IN-PLACEMENT-DAYS    PIC X(04).
      *      Balance band; a blank or zero maximum means no cap
             10 LK-IN-MIN-BALANCE       PIC X(12).
             10 LK-IN-MAX-BALANCE       PIC X(12).
      *      Open placement capacity; blank or zero means no limit
             10 LK-IN-MAX-ACCOUNTS      PIC X(07).
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-AGY-COUNT        PIC S9(04) COMP.
             10 LK-OUT-AGY-DATA OCCURS 0 TO 10 TIMES
                DEPENDING ON LK-OUT-AGY-COUNT.
                15 LK-OUT-ROW-AGY-ID    PIC X(08).
                15 LK-OUT-ROW-NAME      PIC X(50).
                15 LK-OUT-ROW-PHONE     PIC X(15).
                15 LK-OUT-ROW-COMM-PCT  PIC S9(03)V99.
                15 LK-OUT-ROW-TIER      PIC X(01).
                15 LK-OUT-ROW-DAYS      PIC 9(04).
                15 LK-OUT-ROW-MIN-BAL   PIC S9(10)V99.
                15 LK-OUT-ROW-MAX-BAL   PIC S9(10)V99.
                15 LK-OUT-ROW-MAX-ACCTS PIC 9(07).
                15 LK-OUT-ROW-OPEN-CNT  PIC 9(07).
                15 LK-OUT-ROW-STATUS    PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-AGY-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-UPDATE-TS

           EVALUATE TRUE
               WHEN OP-LIST-AGENCIES
                   PERFORM 1000-LIST-AGENCIES
               WHEN OP-ADD-AGENCY
                   PERFORM 2000-ADD-AGENCY
               WHEN OP-UPDATE-AGENCY
                   PERFORM 3000-UPDATE-AGENCY
               WHEN OP-INACTIVATE-AGENCY
                   MOVE 'I' TO HOST-NEW-STATUS
                   MOVE 'A' TO HOST-OLD-STATUS
                   PERFORM 4000-CHANGE-AGENCY-STATUS
               WHEN OP-REINSTATE-AGENCY
                   MOVE 'A' TO HOST-NEW-STATUS
                   MOVE 'I' TO HOST-OLD-STATUS
                   PERFORM 4000-CHANGE-AGENCY-STATUS
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Invalid operation code' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-LIST-AGENCIES
      * Every agency by tier, each with the placements it holds now
      * - what the recovery desk looks at before changing capacity.
      *----------------------------------------------------------------*
       1000-LIST-AGENCIES.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-AGY CURSOR FOR
               SELECT G.AGY_ID, G.AGY_NAME, G.AGY_CONTACT_PHONE,
                      G.AGY_COMMISSION_PCT, G.AGY_TIER,
                      G.AGY_PLACEMENT_DAYS, G.AGY_MIN_BALANCE,
                      G.AGY_MAX_BALANCE, G.AGY_MAX_ACCOUNTS,
                      G.AGY_STATUS,
                      (SELECT COUNT(*) FROM AGYPLACE P
                       WHERE P.PLC_AGY_ID = G.AGY_ID
                       AND   P.PLC_STATUS = 'P')
               FROM AGENCY G
               ORDER BY G.AGY_TIER, G.AGY_ID
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-AGY
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open agency list - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 1100-FETCH-AGENCY
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

               EXEC SQL
                   CLOSE CUR-AGY
               END-EXEC

               MOVE WS-LIST-COUNT TO LK-OUT-AGY-COUNT
               IF WS-LIST-COUNT = 0
                   MOVE 'No collection agencies on file...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-FETCH-AGENCY
      *----------------------------------------------------------------*
       1100-FETCH-AGENCY.

           EXEC SQL
               FETCH CUR-AGY
               INTO :HOST-AGY-ID, :HOST-AGY-NAME, :HOST-AGY-PHONE,
                    :HOST-AGY-COMMISSION-PCT, :HOST-AGY-TIER,
                    :HOST-AGY-PLACEMENT-DAYS, :HOST-AGY-MIN-BALANCE,
                    :HOST-AGY-MAX-BALANCE, :HOST-AGY-MAX-ACCOUNTS,
                    :HOST-AGY-STATUS, :HOST-OPEN-PLACEMENTS
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-AGY-COUNT
               MOVE HOST-AGY-ID
                 TO LK-OUT-ROW-AGY-ID(WS-LIST-COUNT)
               MOVE HOST-AGY-NAME
                 TO LK-OUT-ROW-NAME(WS-LIST-COUNT)
               MOVE HOST-AGY-PHONE
                 TO LK-OUT-ROW-PHONE(WS-LIST-COUNT)
               MOVE HOST-AGY-COMMISSION-PCT
                 TO LK-OUT-ROW-COMM-PCT(WS-LIST-COUNT)
               MOVE HOST-AGY-TIER
                 TO LK-OUT-ROW-TIER(WS-LIST-COUNT)
               MOVE HOST-AGY-PLACEMENT-DAYS
                 TO LK-OUT-ROW-DAYS(WS-LIST-COUNT)
               MOVE HOST-AGY-MIN-BALANCE
                 TO LK-OUT-ROW-MIN-BAL(WS-LIST-COUNT)
               MOVE HOST-AGY-MAX-BALANCE
                 TO LK-OUT-ROW-MAX-BAL(WS-LIST-COUNT)
               MOVE HOST-AGY-MAX-ACCOUNTS
                 TO LK-OUT-ROW-MAX-ACCTS(WS-LIST-COUNT)
               MOVE HOST-OPEN-PLACEMENTS
                 TO LK-OUT-ROW-OPEN-CNT(WS-LIST-COUNT)
               MOVE HOST-AGY-STATUS
                 TO LK-OUT-ROW-STATUS(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-ADD-AGENCY
      *----------------------------------------------------------------*
       2000-ADD-AGENCY.

           PERFORM 5000-EDIT-AGENCY-ID

           IF RPC-RESP-OK
               PERFORM 2100-EDIT-AGENCY-TERMS
           END-IF

           IF RPC-RESP-OK
               PERFORM 2200-CHECK-DUPLICATE
           END-IF

           IF RPC-RESP-OK
               PERFORM 2300-INSERT-AGENCY
           END-IF.

      *----------------------------------------------------------------*
      *                   2100-EDIT-AGENCY-TERMS
      * The contract terms every add and update must carry. The
      * maximum balance and capacity may be left blank (no cap).
      *----------------------------------------------------------------*
       2100-EDIT-AGENCY-TERMS.

           EVALUATE TRUE
               WHEN LK-IN-AGY-NAME = SPACES OR LOW-VALUES
                   SET RPC-RESP-EMPTY-NAME TO TRUE
                   MOVE 'Agency Name can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-COMMISSION-PCT = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-COMMISSION TO TRUE
                   MOVE 'Commission rate can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-TIER NOT = '1' AND '2' AND '3'
                   SET RPC-RESP-INVALID-TIER TO TRUE
                   MOVE 'Tier must be 1, 2 or 3...' TO WS-RESP-MSG
               WHEN LK-IN-PLACEMENT-DAYS = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-DAYS TO TRUE
                   MOVE 'Placement days can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RPC-RESP-OK
               COMPUTE HOST-AGY-COMMISSION-PCT =
                   FUNCTION NUMVAL(LK-IN-COMMISSION-PCT)
               IF HOST-AGY-COMMISSION-PCT NOT > 0
                  OR HOST-AGY-COMMISSION-PCT > WS-MAX-COMMISSION-PCT
                   SET RPC-RESP-INVALID-COMMISSION TO TRUE
                   MOVE 'Commission rate must be over 0 and not over
      -                ' 50 percent...' TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               COMPUTE HOST-AGY-PLACEMENT-DAYS =
                   FUNCTION NUMVAL(LK-IN-PLACEMENT-DAYS)
               IF HOST-AGY-PLACEMENT-DAYS < WS-MIN-PLACEMENT-DAYS
                  OR HOST-AGY-PLACEMENT-DAYS > WS-MAX-PLACEMENT-DAYS
                   SET RPC-RESP-INVALID-DAYS TO TRUE
                   MOVE 'Placement days must be 30 to 730...'
                     TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               MOVE ZEROS TO HOST-AGY-MIN-BALANCE
               MOVE ZEROS TO HOST-AGY-MAX-BALANCE
               IF LK-IN-MIN-BALANCE NOT = SPACES AND LOW-VALUES
                   COMPUTE HOST-AGY-MIN-BALANCE =
                       FUNCTION NUMVAL(LK-IN-MIN-BALANCE)
               END-IF
               IF LK-IN-MAX-BALANCE NOT = SPACES AND LOW-VALUES
                   COMPUTE HOST-AGY-MAX-BALANCE =
                       FUNCTION NUMVAL(LK-IN-MAX-BALANCE)
               END-IF
               IF HOST-AGY-MIN-BALANCE < 0
                  OR HOST-AGY-MAX-BALANCE < 0
                  OR (HOST-AGY-MAX-BALANCE > 0 AND
                      HOST-AGY-MAX-BALANCE < HOST-AGY-MIN-BALANCE)
                   SET RPC-RESP-INVALID-BAND TO TRUE
                   MOVE 'Balance band is invalid - maximum is under
      -                ' the minimum...' TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               MOVE ZEROS TO HOST-AGY-MAX-ACCOUNTS
               IF LK-IN-MAX-ACCOUNTS NOT = SPACES AND LOW-VALUES
                   COMPUTE WS-NUM-WORK =
                       FUNCTION NUMVAL(LK-IN-MAX-ACCOUNTS)
                   IF WS-NUM-WORK < 0
                       SET RPC-RESP-INVALID-CAPACITY TO TRUE
                       MOVE 'Capacity can NOT be negative...'
                         TO WS-RESP-MSG
                   ELSE
                       MOVE WS-NUM-WORK TO HOST-AGY-MAX-ACCOUNTS
                   END-IF
               END-IF
           END-IF

           IF RPC-RESP-OK
               MOVE LK-IN-AGY-NAME  TO HOST-AGY-NAME
               MOVE LK-IN-AGY-PHONE TO HOST-AGY-PHONE
               MOVE LK-IN-TIER      TO HOST-AGY-TIER
           END-IF.

      *----------------------------------------------------------------*
      *                      2200-CHECK-DUPLICATE
      *----------------------------------------------------------------*
       2200-CHECK-DUPLICATE.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-DUP-COUNT
               FROM AGENCY
               WHERE AGY_ID = :HOST-AGY-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-DUP-COUNT > 0
                       SET RPC-RESP-DUPLICATE-AGY TO TRUE
                       MOVE 'An agency with this ID is already on
      -                    ' file...' TO WS-RESP-MSG
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to check duplicates - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2300-INSERT-AGENCY
      *----------------------------------------------------------------*
       2300-INSERT-AGENCY.

           EXEC SQL
               INSERT INTO AGENCY
               (AGY_ID, AGY_NAME, AGY_CONTACT_PHONE,
                AGY_COMMISSION_PCT, AGY_TIER, AGY_PLACEMENT_DAYS,
                AGY_MIN_BALANCE, AGY_MAX_BALANCE, AGY_MAX_ACCOUNTS,
                AGY_STATUS, AGY_CREATE_TS, AGY_UPDATE_TS)
               VALUES
               (:HOST-AGY-ID, :HOST-AGY-NAME, :HOST-AGY-PHONE,
                :HOST-AGY-COMMISSION-PCT, :HOST-AGY-TIER,
                :HOST-AGY-PLACEMENT-DAYS, :HOST-AGY-MIN-BALANCE,
                :HOST-AGY-MAX-BALANCE, :HOST-AGY-MAX-ACCOUNTS,
                'A', :HOST-UPDATE-TS, :HOST-UPDATE-TS)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   STRING 'Agency ' HOST-AGY-ID ' added'
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to add agency - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3000-UPDATE-AGENCY
      * Terms change for future placements only - AGYPLACE carries
      * the commission rate each open placement was made at.
      *----------------------------------------------------------------*
       3000-UPDATE-AGENCY.

           PERFORM 5000-EDIT-AGENCY-ID

           IF RPC-RESP-OK
               PERFORM 2100-EDIT-AGENCY-TERMS
           END-IF

           IF RPC-RESP-OK
               EXEC SQL
                   UPDATE AGENCY
                   SET AGY_NAME = :HOST-AGY-NAME,
                       AGY_CONTACT_PHONE = :HOST-AGY-PHONE,
                       AGY_COMMISSION_PCT = :HOST-AGY-COMMISSION-PCT,
                       AGY_TIER = :HOST-AGY-TIER,
                       AGY_PLACEMENT_DAYS = :HOST-AGY-PLACEMENT-DAYS,
                       AGY_MIN_BALANCE = :HOST-AGY-MIN-BALANCE,
                       AGY_MAX_BALANCE = :HOST-AGY-MAX-BALANCE,
                       AGY_MAX_ACCOUNTS = :HOST-AGY-MAX-ACCOUNTS,
                       AGY_UPDATE_TS = :HOST-UPDATE-TS
                   WHERE AGY_ID = :HOST-AGY-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL COMMIT END-EXEC
                       MOVE 'Agency updated - new terms apply to new
      -                    ' placements' TO WS-RESP-MSG
                   WHEN 100
                       SET RPC-RESP-AGYID-NOTFOUND TO TRUE
                       MOVE 'Agency ID NOT found...' TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to update agency - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   4000-CHANGE-AGENCY-STATUS
      *----------------------------------------------------------------*
       4000-CHANGE-AGENCY-STATUS.

           PERFORM 5000-EDIT-AGENCY-ID

           IF RPC-RESP-OK
               EXEC SQL
                   UPDATE AGENCY
                   SET AGY_STATUS = :HOST-NEW-STATUS,
                       AGY_UPDATE_TS = :HOST-UPDATE-TS
                   WHERE AGY_ID = :HOST-AGY-ID
                   AND   AGY_STATUS = :HOST-OLD-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL COMMIT END-EXEC
                       IF HOST-NEW-STATUS = 'I'
                           MOVE 'Agency inactivated - no new
      -                        ' placements; open ones stay out'
                             TO WS-RESP-MSG
                       ELSE
                           MOVE 'Agency reinstated for new
      -                        ' placements' TO WS-RESP-MSG
                       END-IF
                   WHEN 100
                       PERFORM 4100-EXPLAIN-STATUS-MISS
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to change agency - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   4100-EXPLAIN-STATUS-MISS
      * A zero-row status change is either an unknown ID or an
      * agency already in the requested status.
      *----------------------------------------------------------------*
       4100-EXPLAIN-STATUS-MISS.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-DUP-COUNT
               FROM AGENCY
               WHERE AGY_ID = :HOST-AGY-ID
           END-EXEC

           IF SQLCODE = 0 AND HOST-DUP-COUNT > 0
               SET RPC-RESP-STATUS-UNCHANGED TO TRUE
               IF HOST-NEW-STATUS = 'I'
                   MOVE 'Agency is already inactive...'
                     TO WS-RESP-MSG
               ELSE
                   MOVE 'Agency is already active...' TO WS-RESP-MSG
               END-IF
           ELSE
               SET RPC-RESP-AGYID-NOTFOUND TO TRUE
               MOVE 'Agency ID NOT found...' TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      5000-EDIT-AGENCY-ID
      *----------------------------------------------------------------*
       5000-EDIT-AGENCY-ID.

           IF LK-IN-AGY-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-EMPTY-AGYID TO TRUE
               MOVE 'Agency ID can NOT be empty...' TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-AGY-ID TO HOST-AGY-ID
           END-IF.
