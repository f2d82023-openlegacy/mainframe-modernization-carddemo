      ******************************************************************
      * Program     : COCSH01A.CBL
      * Application : CardDemo
      * Type        : COBOL RPC Program
      * Function    : Customer search by name, phone, ZIP and SSN
      * Description : Finds customers from whatever the caller has to
      *               hand - last name prefix, first name, phone
      *               number, ZIP and the last four of the SSN, in
      *               any combination - and returns a page of up to
      *               eight matches in name order with the SSN masked
      *               and the number of accounts each customer holds.
      *               The caller pages forward from the last row
      *               shown or back from the first. A chosen customer
      *               is then fetched through COCUSTMA as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COCSH01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCSH01A'.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-ROWS-FETCHED            PIC S9(04) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-SRC-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-TGT-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-PATTERN-LEN             PIC S9(04) COMP VALUE ZEROS.
         05 WS-SSN-LAST4               PIC 9(04) VALUE ZEROS.
         05 WS-SSN-WORK                PIC 9(09) VALUE ZEROS.

      ******************************************************************
      *      DB2 Host Variables - search criteria. Each -SW is 'Y'
      *      when that criterion was given; a criterion left blank
      *      matches every customer.
      ******************************************************************
         05  WS-SEARCH-HOST-VARS.
           10  HV-LNAME-SW             PIC X(01).
           10  HV-LNAME-PATTERN        PIC X(26).
           10  HV-FNAME-SW             PIC X(01).
           10  HV-FNAME                PIC X(25).
           10  HV-PHONE-SW             PIC X(01).
           10  HV-PHONE-DIGITS         PIC X(15).
           10  HV-ZIP-SW               PIC X(01).
           10  HV-ZIP-PATTERN          PIC X(11).
           10  HV-SSN4-SW              PIC X(01).
           10  HV-SSN4                 PIC S9(04) COMP.
      *    Page position - the name-order key of the row to page
      *    from (after it going forward, before it going back)
           10  HV-KEY-LAST-NAME        PIC X(25).
           10  HV-KEY-FIRST-NAME       PIC X(25).
           10  HV-KEY-CUST-ID          PIC S9(09) COMP-3.

      ******************************************************************
      *      DB2 Host Variables - one matching customer
      ******************************************************************
         05  WS-CUST-HOST-VARS.
           10  HV-CUST-ID              PIC S9(09) COMP-3.
           10  HV-CUST-FIRST-NAME      PIC X(25).
           10  HV-CUST-LAST-NAME       PIC X(25).
           10  HV-CUST-ADDR-ZIP        PIC X(10).
           10  HV-CUST-PHONE-NUM-1     PIC X(15).
           10  HV-CUST-SSN             PIC S9(09) COMP-3.
           10  HV-CUST-ACCT-COUNT      PIC S9(04) COMP.

      ******************************************************************
      *      One page held back-to-front while paging backwards
      ******************************************************************
         05  WS-PAGE-HOLD.
           10  WS-HOLD-ITEM OCCURS 9 TIMES.
               15  WS-HOLD-CUST-ID     PIC 9(09).
               15  WS-HOLD-LAST-NAME   PIC X(25).
               15  WS-HOLD-FIRST-NAME  PIC X(25).
               15  WS-HOLD-PHONE       PIC X(15).
               15  WS-HOLD-ZIP         PIC X(10).
               15  WS-HOLD-SSN-MASKED  PIC X(11).
               15  WS-HOLD-ACCT-COUNT  PIC S9(04) COMP.

      ******************************************************************
      *      Error Message Handling
      ******************************************************************
         05  WS-DB2-ERROR-MESSAGE.
           10  FILLER                  PIC X(12) VALUE 'DB2 Error: '.
           10  ERROR-OPNAME            PIC X(8) VALUE SPACES.
           10  FILLER                  PIC X(4) VALUE ' on '.
           10  ERROR-TABLE             PIC X(9) VALUE SPACES.
           10  FILLER                  PIC X(9) VALUE ' SQLCODE '.
           10  ERROR-SQLCODE           PIC X(10) VALUE SPACES.
           10  FILLER                  PIC X(5) VALUE SPACES.

      ******************************************************************
      *      Literals and Constants
      ******************************************************************
       01 WS-LITERALS.
          05 LIT-CUSTTABLENAME         PIC X(8) VALUE 'CUSTDAT '.
          05 LIT-PAGE-SIZE             PIC S9(04) COMP VALUE 8.
          05 LIT-UPPER                 PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          05 LIT-LOWER                 PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.

      ******************************************************************
      *      Sensitive-data access log - see CSUTLCPL; each customer
      *      on the page returned is logged as a contact-data read
      ******************************************************************
       01 WS-PII-FIELDS.
          COPY CSUTLCWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
      *    Input: search criteria and page position
           05  LK-INPUT-CRITERIA.
               10  LK-IN-LAST-NAME-PREFIX PIC X(25).
               10  LK-IN-FIRST-NAME     PIC X(25).
               10  LK-IN-PHONE          PIC X(15).
               10  LK-IN-ZIP            PIC X(10).
               10  LK-IN-SSN-LAST4      PIC X(04).
      *        'F' first page (or forward from the key), 'B' the
      *        page before the key
               10  LK-IN-DIRECTION      PIC X(01).
                   88  PAGE-FORWARD               VALUES 'F' ' '.
                   88  PAGE-BACKWARD              VALUE 'B'.
               10  LK-IN-KEY-LAST-NAME  PIC X(25).
               10  LK-IN-KEY-FIRST-NAME PIC X(25).
               10  LK-IN-KEY-CUST-ID    PIC 9(09).
      *        Signed-on user - recorded on the PII access log
               10  LK-IN-USER-ID        PIC X(08).
      *
      *    Output: Return code and message
           05  LK-OUTPUT-STATUS.
               10  LK-OUT-RETURN-CODE   PIC 9(02).
                   88  RC-SUCCESS       VALUE 00.
                   88  RC-NOT-FOUND     VALUE 01.
                   88  RC-VALIDATION-ERROR VALUE 10.
                   88  RC-DATABASE-ERROR VALUE 99.
               10  LK-OUT-MESSAGE       PIC X(80).
      *
      *    Output: one page of matching customers in name order
           05  LK-OUTPUT-RESULTS.
      *        'Y' when there are further matches beyond this page in
      *        the direction paged
               10  LK-OUT-MORE-IND      PIC X(01).
                   88  MORE-MATCHES               VALUE 'Y'.
                   88  NO-MORE-MATCHES            VALUE 'N'.
               10  LK-OUT-ITEM-COUNT    PIC S9(04) COMP.
               10  LK-OUT-ITEM OCCURS 0 TO 8 TIMES
                   DEPENDING ON LK-OUT-ITEM-COUNT.
                   15  LK-OUT-CUST-ID       PIC 9(09).
                   15  LK-OUT-LAST-NAME     PIC X(25).
                   15  LK-OUT-FIRST-NAME    PIC X(25).
                   15  LK-OUT-PHONE-NUM-1   PIC X(15).
                   15  LK-OUT-ADDR-ZIP      PIC X(10).
      *            ***-**-nnnn - the full SSN never leaves this program
                   15  LK-OUT-SSN-MASKED    PIC X(11).
                   15  LK-OUT-ACCT-COUNT    PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE ZEROS  TO LK-OUT-RETURN-CODE
           MOVE SPACES TO LK-OUT-MESSAGE
           MOVE ZEROS  TO LK-OUT-ITEM-COUNT
           SET NO-MORE-MATCHES TO TRUE

           SET ERR-FLG-OFF TO TRUE
           SET RC-SUCCESS TO TRUE

           PERFORM EDIT-CRITERIA
              THRU EDIT-CRITERIA-EXIT

           IF RC-SUCCESS
               IF PAGE-BACKWARD
                   PERFORM SEARCH-BACKWARD
                      THRU SEARCH-BACKWARD-EXIT
               ELSE
                   PERFORM SEARCH-FORWARD
                      THRU SEARCH-FORWARD-EXIT
               END-IF
           END-IF

           IF RC-SUCCESS
               IF LK-OUT-ITEM-COUNT = 0
                   SET RC-NOT-FOUND TO TRUE
                   IF LK-IN-KEY-CUST-ID = ZEROS
                       MOVE 'No customers match the search'
                         TO LK-OUT-MESSAGE
                   ELSE
                       MOVE 'No more customers match the search'
                         TO LK-OUT-MESSAGE
                   END-IF
               ELSE
                   MOVE 'Customers found - select one to view'
                     TO LK-OUT-MESSAGE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      *                       EDIT-CRITERIA
      * At least one criterion. Names are matched ignoring case,
      * phone on its digits only (the stored numbers carry brackets
      * and dashes), ZIP as a prefix so a five-digit ZIP finds
      * ZIP+4 addresses.
      *----------------------------------------------------------------*
       EDIT-CRITERIA.
           INSPECT LK-INPUT-CRITERIA
               REPLACING ALL LOW-VALUES BY SPACES

           IF LK-IN-LAST-NAME-PREFIX = SPACES
              AND LK-IN-FIRST-NAME   = SPACES
              AND LK-IN-PHONE        = SPACES
              AND LK-IN-ZIP          = SPACES
              AND LK-IN-SSN-LAST4    = SPACES
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE 'Enter a name, phone, ZIP or SSN last four'
                 TO LK-OUT-MESSAGE
               GO TO EDIT-CRITERIA-EXIT
           END-IF

      *    Last name prefix - 'SMI' becomes 'SMI%'
           MOVE 'N'    TO HV-LNAME-SW
           MOVE SPACES TO HV-LNAME-PATTERN
           IF LK-IN-LAST-NAME-PREFIX NOT = SPACES
               MOVE 'Y' TO HV-LNAME-SW
               MOVE ZEROS TO WS-PATTERN-LEN
               INSPECT LK-IN-LAST-NAME-PREFIX
                   TALLYING WS-PATTERN-LEN
                   FOR CHARACTERS BEFORE INITIAL '  '
               IF WS-PATTERN-LEN = 0
                   MOVE LENGTH OF LK-IN-LAST-NAME-PREFIX
                     TO WS-PATTERN-LEN
               END-IF
               STRING LK-IN-LAST-NAME-PREFIX(1:WS-PATTERN-LEN)
                      '%'
                 DELIMITED BY SIZE
                 INTO HV-LNAME-PATTERN
               INSPECT HV-LNAME-PATTERN
                   CONVERTING LIT-LOWER TO LIT-UPPER
           END-IF

           MOVE 'N'    TO HV-FNAME-SW
           MOVE LK-IN-FIRST-NAME TO HV-FNAME
           IF LK-IN-FIRST-NAME NOT = SPACES
               MOVE 'Y' TO HV-FNAME-SW
               INSPECT HV-FNAME
                   CONVERTING LIT-LOWER TO LIT-UPPER
           END-IF

      *    Phone - keep the digits only
           MOVE 'N'    TO HV-PHONE-SW
           MOVE SPACES TO HV-PHONE-DIGITS
           IF LK-IN-PHONE NOT = SPACES
               MOVE ZEROS TO WS-TGT-IDX
               PERFORM KEEP-PHONE-DIGIT
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > LENGTH OF LK-IN-PHONE
               IF WS-TGT-IDX < 7
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE 'Phone number must have at least 7 digits'
                     TO LK-OUT-MESSAGE
                   GO TO EDIT-CRITERIA-EXIT
               END-IF
               MOVE 'Y' TO HV-PHONE-SW
           END-IF

      *    ZIP - a prefix match
           MOVE 'N'    TO HV-ZIP-SW
           MOVE SPACES TO HV-ZIP-PATTERN
           IF LK-IN-ZIP NOT = SPACES
               MOVE 'Y' TO HV-ZIP-SW
               MOVE ZEROS TO WS-PATTERN-LEN
               INSPECT LK-IN-ZIP
                   TALLYING WS-PATTERN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PATTERN-LEN = 0
                   MOVE LENGTH OF LK-IN-ZIP TO WS-PATTERN-LEN
               END-IF
               STRING LK-IN-ZIP(1:WS-PATTERN-LEN)
                      '%'
                 DELIMITED BY SIZE
                 INTO HV-ZIP-PATTERN
           END-IF

           MOVE 'N'    TO HV-SSN4-SW
           MOVE ZEROS  TO HV-SSN4
           IF LK-IN-SSN-LAST4 NOT = SPACES
               IF LK-IN-SSN-LAST4 IS NOT NUMERIC
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE 'SSN last four must be 4 digits'
                     TO LK-OUT-MESSAGE
                   GO TO EDIT-CRITERIA-EXIT
               END-IF
               MOVE 'Y' TO HV-SSN4-SW
               MOVE LK-IN-SSN-LAST4 TO WS-SSN-LAST4
               MOVE WS-SSN-LAST4    TO HV-SSN4
           END-IF

      *    The SSN last four or a bare first name would each match
      *    too many customers to be useful on their own
           IF HV-LNAME-SW = 'N'
              AND HV-PHONE-SW = 'N'
              AND HV-ZIP-SW = 'N'
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE 'Add a last name, phone or ZIP to the search'
                 TO LK-OUT-MESSAGE
               GO TO EDIT-CRITERIA-EXIT
           END-IF

           MOVE LK-IN-KEY-LAST-NAME  TO HV-KEY-LAST-NAME
           MOVE LK-IN-KEY-FIRST-NAME TO HV-KEY-FIRST-NAME
           IF LK-IN-KEY-CUST-ID IS NUMERIC
               MOVE LK-IN-KEY-CUST-ID TO HV-KEY-CUST-ID
           ELSE
               MOVE ZEROS TO HV-KEY-CUST-ID
           END-IF
           .
       EDIT-CRITERIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      KEEP-PHONE-DIGIT
      *----------------------------------------------------------------*
       KEEP-PHONE-DIGIT.
           IF LK-IN-PHONE(WS-SRC-IDX:1) IS NUMERIC
               ADD 1 TO WS-TGT-IDX
               MOVE LK-IN-PHONE(WS-SRC-IDX:1)
                 TO HV-PHONE-DIGITS(WS-TGT-IDX:1)
           END-IF.

      *----------------------------------------------------------------*
      *                       SEARCH-FORWARD
      * The first page, or the page after the key row. One row more
      * than a page is read to tell whether there is another page.
      *----------------------------------------------------------------*
       SEARCH-FORWARD.
           EXEC SQL
                DECLARE CUR-CSH-FWD CURSOR FOR
                SELECT C.CUST_ID,
                       C.CUST_FIRST_NAME,
                       C.CUST_LAST_NAME,
                       C.CUST_ADDR_ZIP,
                       C.CUST_PHONE_NUM_1,
                       C.CUST_SSN,
                       (SELECT COUNT(DISTINCT X.XREF_ACCT_ID)
                          FROM CXACAIX X
                         WHERE X.XREF_CUST_ID = C.CUST_ID)
                FROM   CUSTDAT C
                WHERE  (:HV-LNAME-SW = 'N'
                        OR UPPER(C.CUST_LAST_NAME)
                           LIKE :HV-LNAME-PATTERN)
                AND    (:HV-FNAME-SW = 'N'
                        OR UPPER(C.CUST_FIRST_NAME) = :HV-FNAME)
                AND    (:HV-PHONE-SW = 'N'
                        OR REPLACE(REPLACE(REPLACE(REPLACE(
                             C.CUST_PHONE_NUM_1,
                             '(', ''), ')', ''), '-', ''), ' ', '')
                           = :HV-PHONE-DIGITS
                        OR REPLACE(REPLACE(REPLACE(REPLACE(
                             C.CUST_PHONE_NUM_2,
                             '(', ''), ')', ''), '-', ''), ' ', '')
                           = :HV-PHONE-DIGITS)
                AND    (:HV-ZIP-SW = 'N'
                        OR C.CUST_ADDR_ZIP LIKE :HV-ZIP-PATTERN)
                AND    (:HV-SSN4-SW = 'N'
                        OR MOD(C.CUST_SSN, 10000) = :HV-SSN4)
                AND    (:HV-KEY-CUST-ID = 0
                        OR C.CUST_LAST_NAME > :HV-KEY-LAST-NAME
                        OR (C.CUST_LAST_NAME = :HV-KEY-LAST-NAME
                            AND C.CUST_FIRST_NAME
                                > :HV-KEY-FIRST-NAME)
                        OR (C.CUST_LAST_NAME = :HV-KEY-LAST-NAME
                            AND C.CUST_FIRST_NAME
                                = :HV-KEY-FIRST-NAME
                            AND C.CUST_ID > :HV-KEY-CUST-ID))
                ORDER BY C.CUST_LAST_NAME, C.CUST_FIRST_NAME,
                         C.CUST_ID
                FETCH FIRST 9 ROWS ONLY
           END-EXEC

           EXEC SQL
                OPEN CUR-CSH-FWD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'OPEN'                  TO ERROR-OPNAME
               PERFORM SET-DB2-ERROR
               GO TO SEARCH-FORWARD-EXIT
           END-IF

           MOVE ZEROS TO WS-ROWS-FETCHED
           PERFORM FETCH-FORWARD
               UNTIL SQLCODE NOT = 0
                  OR WS-ROWS-FETCHED > LIT-PAGE-SIZE

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'FETCH'                 TO ERROR-OPNAME
               PERFORM SET-DB2-ERROR
           END-IF

           EXEC SQL
                CLOSE CUR-CSH-FWD
           END-EXEC

           IF RC-SUCCESS
               PERFORM SET-PAGE-OUTPUT
           END-IF
           .
       SEARCH-FORWARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       FETCH-FORWARD
      *----------------------------------------------------------------*
       FETCH-FORWARD.
           EXEC SQL
                FETCH CUR-CSH-FWD
                INTO  :HV-CUST-ID,
                      :HV-CUST-FIRST-NAME,
                      :HV-CUST-LAST-NAME,
                      :HV-CUST-ADDR-ZIP,
                      :HV-CUST-PHONE-NUM-1,
                      :HV-CUST-SSN,
                      :HV-CUST-ACCT-COUNT
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-FETCHED
               MOVE WS-ROWS-FETCHED TO WS-TGT-IDX
               PERFORM HOLD-FETCHED-ROW
           END-IF.

      *----------------------------------------------------------------*
      *                       SEARCH-BACKWARD
      * The page before the key row - read in reverse name order and
      * turned the right way round for the screen.
      *----------------------------------------------------------------*
       SEARCH-BACKWARD.
           EXEC SQL
                DECLARE CUR-CSH-BWD CURSOR FOR
                SELECT C.CUST_ID,
                       C.CUST_FIRST_NAME,
                       C.CUST_LAST_NAME,
                       C.CUST_ADDR_ZIP,
                       C.CUST_PHONE_NUM_1,
                       C.CUST_SSN,
                       (SELECT COUNT(DISTINCT X.XREF_ACCT_ID)
                          FROM CXACAIX X
                         WHERE X.XREF_CUST_ID = C.CUST_ID)
                FROM   CUSTDAT C
                WHERE  (:HV-LNAME-SW = 'N'
                        OR UPPER(C.CUST_LAST_NAME)
                           LIKE :HV-LNAME-PATTERN)
                AND    (:HV-FNAME-SW = 'N'
                        OR UPPER(C.CUST_FIRST_NAME) = :HV-FNAME)
                AND    (:HV-PHONE-SW = 'N'
                        OR REPLACE(REPLACE(REPLACE(REPLACE(
                             C.CUST_PHONE_NUM_1,
                             '(', ''), ')', ''), '-', ''), ' ', '')
                           = :HV-PHONE-DIGITS
                        OR REPLACE(REPLACE(REPLACE(REPLACE(
                             C.CUST_PHONE_NUM_2,
                             '(', ''), ')', ''), '-', ''), ' ', '')
                           = :HV-PHONE-DIGITS)
                AND    (:HV-ZIP-SW = 'N'
                        OR C.CUST_ADDR_ZIP LIKE :HV-ZIP-PATTERN)
                AND    (:HV-SSN4-SW = 'N'
                        OR MOD(C.CUST_SSN, 10000) = :HV-SSN4)
                AND    (C.CUST_LAST_NAME < :HV-KEY-LAST-NAME
                        OR (C.CUST_LAST_NAME = :HV-KEY-LAST-NAME
                            AND C.CUST_FIRST_NAME
                                < :HV-KEY-FIRST-NAME)
                        OR (C.CUST_LAST_NAME = :HV-KEY-LAST-NAME
                            AND C.CUST_FIRST_NAME
                                = :HV-KEY-FIRST-NAME
                            AND C.CUST_ID < :HV-KEY-CUST-ID))
                ORDER BY C.CUST_LAST_NAME DESC,
                         C.CUST_FIRST_NAME DESC,
                         C.CUST_ID DESC
                FETCH FIRST 9 ROWS ONLY
           END-EXEC

           EXEC SQL
                OPEN CUR-CSH-BWD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'OPEN'                  TO ERROR-OPNAME
               PERFORM SET-DB2-ERROR
               GO TO SEARCH-BACKWARD-EXIT
           END-IF

           MOVE ZEROS TO WS-ROWS-FETCHED
           PERFORM FETCH-BACKWARD
               UNTIL SQLCODE NOT = 0
                  OR WS-ROWS-FETCHED > LIT-PAGE-SIZE

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'FETCH'                 TO ERROR-OPNAME
               PERFORM SET-DB2-ERROR
           END-IF

           EXEC SQL
                CLOSE CUR-CSH-BWD
           END-EXEC

           IF RC-SUCCESS
      *        Rows came back nearest-first; the ninth, if any, only
      *        says there is a page before this one. Slot row n of
      *        the page into position (page rows + 1 - n).
               PERFORM REVERSE-HELD-PAGE
               PERFORM SET-PAGE-OUTPUT
           END-IF
           .
       SEARCH-BACKWARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       FETCH-BACKWARD
      *----------------------------------------------------------------*
       FETCH-BACKWARD.
           EXEC SQL
                FETCH CUR-CSH-BWD
                INTO  :HV-CUST-ID,
                      :HV-CUST-FIRST-NAME,
                      :HV-CUST-LAST-NAME,
                      :HV-CUST-ADDR-ZIP,
                      :HV-CUST-PHONE-NUM-1,
                      :HV-CUST-SSN,
                      :HV-CUST-ACCT-COUNT
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-FETCHED
               MOVE WS-ROWS-FETCHED TO WS-TGT-IDX
               PERFORM HOLD-FETCHED-ROW
           END-IF.

      *----------------------------------------------------------------*
      *                      HOLD-FETCHED-ROW
      * Keeps the row in WS-HOLD-ITEM(WS-TGT-IDX), SSN masked.
      *----------------------------------------------------------------*
       HOLD-FETCHED-ROW.
           MOVE HV-CUST-ID          TO WS-HOLD-CUST-ID(WS-TGT-IDX)
           MOVE HV-CUST-LAST-NAME   TO WS-HOLD-LAST-NAME(WS-TGT-IDX)
           MOVE HV-CUST-FIRST-NAME  TO WS-HOLD-FIRST-NAME(WS-TGT-IDX)
           MOVE HV-CUST-PHONE-NUM-1 TO WS-HOLD-PHONE(WS-TGT-IDX)
           MOVE HV-CUST-ADDR-ZIP    TO WS-HOLD-ZIP(WS-TGT-IDX)
           MOVE HV-CUST-ACCT-COUNT  TO WS-HOLD-ACCT-COUNT(WS-TGT-IDX)
           MOVE HV-CUST-SSN         TO WS-SSN-WORK
           MOVE SPACES              TO WS-HOLD-SSN-MASKED(WS-TGT-IDX)
           STRING '***-**-' WS-SSN-WORK(6:4)
             DELIMITED BY SIZE
             INTO WS-HOLD-SSN-MASKED(WS-TGT-IDX).

      *----------------------------------------------------------------*
      *                     REVERSE-HELD-PAGE
      *----------------------------------------------------------------*
       REVERSE-HELD-PAGE.
           IF WS-ROWS-FETCHED > LIT-PAGE-SIZE
               MOVE LIT-PAGE-SIZE TO WS-IDX
           ELSE
               MOVE WS-ROWS-FETCHED TO WS-IDX
           END-IF
      *    Swap the ends inwards
           MOVE WS-IDX TO WS-TGT-IDX
           PERFORM SWAP-HELD-ROWS
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX >= WS-TGT-IDX.

      *----------------------------------------------------------------*
      *                       SWAP-HELD-ROWS
      * Uses the ninth slot as the swap area - it has served its
      * purpose once the more-rows test has been made.
      *----------------------------------------------------------------*
       SWAP-HELD-ROWS.
           MOVE WS-HOLD-ITEM(WS-SRC-IDX) TO WS-HOLD-ITEM(9)
           MOVE WS-HOLD-ITEM(WS-TGT-IDX) TO WS-HOLD-ITEM(WS-SRC-IDX)
           MOVE WS-HOLD-ITEM(9)          TO WS-HOLD-ITEM(WS-TGT-IDX)
           SUBTRACT 1 FROM WS-TGT-IDX.

      *----------------------------------------------------------------*
      *                      SET-PAGE-OUTPUT
      *----------------------------------------------------------------*
       SET-PAGE-OUTPUT.
           IF WS-ROWS-FETCHED > LIT-PAGE-SIZE
               SET MORE-MATCHES TO TRUE
               MOVE LIT-PAGE-SIZE TO LK-OUT-ITEM-COUNT
           ELSE
               MOVE WS-ROWS-FETCHED TO LK-OUT-ITEM-COUNT
           END-IF

           PERFORM MOVE-PAGE-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LK-OUT-ITEM-COUNT.

      *----------------------------------------------------------------*
      *                       MOVE-PAGE-ROW
      *----------------------------------------------------------------*
       MOVE-PAGE-ROW.
           MOVE WS-HOLD-CUST-ID(WS-IDX)    TO LK-OUT-CUST-ID(WS-IDX)
           MOVE WS-HOLD-LAST-NAME(WS-IDX)  TO LK-OUT-LAST-NAME(WS-IDX)
           MOVE WS-HOLD-FIRST-NAME(WS-IDX)
             TO LK-OUT-FIRST-NAME(WS-IDX)
           MOVE WS-HOLD-PHONE(WS-IDX)      TO LK-OUT-PHONE-NUM-1(WS-IDX)
           MOVE WS-HOLD-ZIP(WS-IDX)        TO LK-OUT-ADDR-ZIP(WS-IDX)
           MOVE WS-HOLD-SSN-MASKED(WS-IDX) TO LK-OUT-SSN-MASKED(WS-IDX)
           MOVE WS-HOLD-ACCT-COUNT(WS-IDX) TO LK-OUT-ACCT-COUNT(WS-IDX)

           MOVE LK-IN-USER-ID              TO WS-PII-USER-ID
           MOVE WS-PGMNAME                 TO WS-PII-PROGRAM
           MOVE WS-HOLD-CUST-ID(WS-IDX)    TO WS-PII-CUST-ID
           MOVE ZEROS                      TO WS-PII-ACCT-ID
           SET PII-SSN-NOT-EXPOSED         TO TRUE
           SET PII-DOB-NOT-EXPOSED         TO TRUE
           SET PII-CONTACT-EXPOSED         TO TRUE
           SET PII-ACCOUNT-NOT-EXPOSED     TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT.

      *----------------------------------------------------------------*
      *                       SET-DB2-ERROR
      *----------------------------------------------------------------*
       SET-DB2-ERROR.
           SET ERR-FLG-ON TO TRUE
           SET RC-DATABASE-ERROR TO TRUE
           MOVE LIT-CUSTTABLENAME       TO ERROR-TABLE
           MOVE SQLCODE                 TO ERROR-SQLCODE
           MOVE WS-DB2-ERROR-MESSAGE    TO LK-OUT-MESSAGE.

      *----------------------------------------------------------------*
      *            LOG-PII-ACCESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLCPL.
