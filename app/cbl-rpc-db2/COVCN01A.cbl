000001******************************************************************
      * Program:     COVCN01A                                          *
      * Function:    Virtual card number RPC service                   *
      * Description: Lets a cardholder create, list and cancel the     *
      *              disposable numbers on one of their cards          *
      *              (VIRTCARD). Create mints a real Luhn-valid PAN    *
      *              from a BINRANGE prefix, gives it its own CXACAIX  *
      *              row on the parent card's account so its charges   *
      *              post and bill like any other card's, and records  *
      *              the controls the cardholder chose: single- or     *
      *              multi-use, largest charge, expiry in days, and    *
      *              an optional lock to the first merchant that       *
      *              uses it. COAUT01A and COTRN02A hold every charge  *
      *              to those controls. Cancel is final; the number    *
      *              keeps its CXACAIX row so late refunds still find  *
      *              the account.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVCN01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COVCN01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

      * A virtual number lives at most this many days - long enough
      * for an annual free trial, short enough that a forgotten one
      * dies on its own.
       01 WS-CONSTANTS.
         05 WS-MAX-EXPIRY-DAYS         PIC 9(03) VALUE 365.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-EMPTY-CARDNUM               VALUE 1.
         88 RPC-RESP-INVALID-CARDNUM             VALUE 2.
         88 RPC-RESP-CARDNUM-NOTFOUND            VALUE 3.
         88 RPC-RESP-INVALID-OPERATION           VALUE 4.
         88 RPC-RESP-VCN-NOTFOUND                VALUE 5.
         88 RPC-RESP-INVALID-STATE               VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-INVALID-CONTROLS            VALUE 8.
         88 RPC-RESP-CARD-NOT-ACTIVE             VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-PARENT-RECORD.
         05 HOST-PARENT-CARD-NUM       PIC X(16).
         05 HOST-PARENT-ACCT-ID        PIC S9(11) COMP.
         05 HOST-PARENT-CUST-ID        PIC S9(09) COMP.
         05 HOST-PARENT-CARD-STATUS    PIC X(01).
         05 HOST-PARENT-ACCT-STATUS    PIC X(01).

       01 HOST-BIN-RANGE.
         05 HOST-BIN-PREFIX            PIC X(06).
         05 HOST-BIN-NEXT-SEQ          PIC S9(09) COMP.
       01 HOST-CARD-NUM-SEQ            PIC S9(18) COMP-3.
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-TODAY-DATE              PIC X(10).
       01 HOST-START-VCN-NUM           PIC X(16).
       01 HOST-LIST-STATUS             PIC X(01).

       01 WS-WORK-FIELDS.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE ZEROS.
         05 WS-MAX-AMT-N               PIC S9(9)V99 VALUE ZERO.
         05 WS-EXPIRY-DAYS-N           PIC 9(03) VALUE ZEROS.
         05 WS-CARD-NUM-SEQ-DISPLAY    PIC 9(15).
         05 WS-NEW-CARD-NUMBER         PIC X(16).
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-EXPIRY-DATE-INT         PIC S9(09) COMP.
         05 WS-EXPIRY-YYYYMMDD         PIC 9(08).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Luhn check-digit work fields (shared logic CSUTLLPL)
       01 WS-LUHN-FIELDS.
       COPY CSUTLLWY.

       01 WS-BIN-WORK-FIELDS.
         05 WS-BIN-SEQ-EDIT            PIC 9(09).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVVCN01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'C' create a number on LK-IN-CARD-NUM;
      *      'L' list the card's numbers, a page of 10 after
      *          LK-IN-VCN-NUM (spaces for the first page);
      *      'X' cancel LK-IN-VCN-NUM (must belong to LK-IN-CARD-NUM)
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-CREATE-VCN                  VALUE 'C'.
                88 OP-LIST-VCN                    VALUE 'L'.
                88 OP-CANCEL-VCN                  VALUE 'X'.
             10 LK-IN-CARD-NUM          PIC X(16).
             10 LK-IN-VCN-NUM           PIC X(16).
      *      Create only - 'S' single-use / 'M' multi-use, largest
      *      charge as +99999999.99, days until expiry, and 'Y' to
      *      lock the number to the first merchant that uses it
             10 LK-IN-USE-TYPE          PIC X(01).
             10 LK-IN-MAX-AMT           PIC X(12).
             10 LK-IN-EXPIRY-DAYS       PIC X(03).
             10 LK-IN-MERCH-LOCK        PIC X(01).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-VCN-NUM          PIC X(16).
             10 LK-OUT-EXPIRY-DATE      PIC X(10).
             10 LK-OUT-VCN-COUNT        PIC S9(04) COMP.
      *      Listed status is the stored one, except that an active
      *      number past its expiry date is shown as 'E'.
             10 LK-OUT-VCN-DATA OCCURS 10 TIMES.
                15 LK-OUT-VC-VCN-NUM    PIC X(16).
                15 LK-OUT-VC-USE-TYPE   PIC X(01).
                15 LK-OUT-VC-MAX-AMT    PIC S9(10)V99.
                15 LK-OUT-VC-EXPIRY     PIC X(10).
                15 LK-OUT-VC-MERCH-LOCK PIC X(01).
                15 LK-OUT-VC-FIRST-MERCH PIC 9(09).
                15 LK-OUT-VC-STATUS     PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-VCN-NUM
           MOVE SPACES TO LK-OUT-EXPIRY-DATE
           MOVE ZEROS TO LK-OUT-VCN-COUNT

           PERFORM 9000-SET-NOW-TS
           PERFORM 0100-EDIT-CARD-NUM

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-CREATE-VCN
                       PERFORM 1000-CREATE-VCN
                          THRU 1000-CREATE-VCN-EXIT
                   WHEN OP-LIST-VCN
                       PERFORM 2000-LIST-VCN
                   WHEN OP-CANCEL-VCN
                       PERFORM 3000-CANCEL-VCN
                          THRU 3000-CANCEL-VCN-EXIT
                   WHEN OTHER
                       SET RPC-RESP-INVALID-OPERATION TO TRUE
                       MOVE 'Operation must be C, L or X...'
                         TO WS-RESP-MSG
               END-EVALUATE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      0100-EDIT-CARD-NUM
      * Every operation is made on behalf of the parent card.
      *----------------------------------------------------------------*
       0100-EDIT-CARD-NUM.

           EVALUATE TRUE
               WHEN LK-IN-CARD-NUM = SPACES OR LOW-VALUES
                   SET RPC-RESP-EMPTY-CARDNUM TO TRUE
                   MOVE 'Card Number can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-CARD-NUM IS NOT NUMERIC
                   SET RPC-RESP-INVALID-CARDNUM TO TRUE
                   MOVE 'Card Number must be Numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-CARD-NUM-N =
                       FUNCTION NUMVAL(LK-IN-CARD-NUM)
                   MOVE WS-CARD-NUM-N TO HOST-PARENT-CARD-NUM
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1000-CREATE-VCN
      *----------------------------------------------------------------*
       1000-CREATE-VCN.

           PERFORM 1100-EDIT-CONTROLS
           IF NOT RPC-RESP-OK
               GO TO 1000-CREATE-VCN-EXIT
           END-IF

           PERFORM 1200-READ-PARENT-CARD-DB2
           IF NOT RPC-RESP-OK
               GO TO 1000-CREATE-VCN-EXIT
           END-IF

           PERFORM 1300-GENERATE-VCN-NUM
           IF NOT RPC-RESP-OK
               EXEC SQL ROLLBACK END-EXEC
               GO TO 1000-CREATE-VCN-EXIT
           END-IF

           PERFORM 1400-INSERT-VCN-DB2
           IF RPC-RESP-OK
               EXEC SQL COMMIT END-EXEC
               MOVE VCN-CARD-NUM    TO LK-OUT-VCN-NUM
               MOVE VCN-EXPIRY-DATE TO LK-OUT-EXPIRY-DATE
               MOVE 'Virtual card number created' TO WS-RESP-MSG
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
       1000-CREATE-VCN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      1100-EDIT-CONTROLS
      *----------------------------------------------------------------*
       1100-EDIT-CONTROLS.

           EVALUATE TRUE
               WHEN LK-IN-USE-TYPE NOT = 'S' AND NOT = 'M'
                   SET RPC-RESP-INVALID-CONTROLS TO TRUE
                   MOVE 'Use type must be S (single) or M (multi)...'
                     TO WS-RESP-MSG
               WHEN LK-IN-MAX-AMT(1:1) NOT = '+'
                 OR LK-IN-MAX-AMT(2:8) NOT NUMERIC
                 OR LK-IN-MAX-AMT(10:1) NOT = '.'
                 OR LK-IN-MAX-AMT(11:2) NOT NUMERIC
                   SET RPC-RESP-INVALID-CONTROLS TO TRUE
                   MOVE 'Maximum amount should be in format
      -                ' +99999999.99' TO WS-RESP-MSG
               WHEN LK-IN-EXPIRY-DAYS NOT NUMERIC
                   SET RPC-RESP-INVALID-CONTROLS TO TRUE
                   MOVE 'Expiry days must be Numeric...'
                     TO WS-RESP-MSG
               WHEN LK-IN-MERCH-LOCK NOT = 'Y' AND NOT = 'N'
                AND NOT = SPACES
                   SET RPC-RESP-INVALID-CONTROLS TO TRUE
                   MOVE 'Merchant lock must be Y or N...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-MAX-AMT-N =
                       FUNCTION NUMVAL-C(LK-IN-MAX-AMT)
                   MOVE LK-IN-EXPIRY-DAYS TO WS-EXPIRY-DAYS-N
           END-EVALUATE

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN WS-MAX-AMT-N NOT > 0
                       SET RPC-RESP-INVALID-CONTROLS TO TRUE
                       MOVE 'Maximum amount must be greater than
      -                    ' zero...' TO WS-RESP-MSG
                   WHEN WS-EXPIRY-DAYS-N = 0
                     OR WS-EXPIRY-DAYS-N > WS-MAX-EXPIRY-DAYS
                       SET RPC-RESP-INVALID-CONTROLS TO TRUE
                       MOVE 'Expiry days must be 1 to 365...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   1200-READ-PARENT-CARD-DB2
      * The parent must be a live plastic card on a live account -
      * a virtual number cannot itself parent another (it has no
      * CARDDAT row), and a pending, blocked or reissued card cannot
      * hand out new numbers.
      *----------------------------------------------------------------*
       1200-READ-PARENT-CARD-DB2.

           EXEC SQL
               SELECT C.CARD_ACCT_ID, C.CARD_ACTIVE_STATUS,
                      A.ACCT_ACTIVE_STATUS, X.XREF_CUST_ID
               INTO :HOST-PARENT-ACCT-ID, :HOST-PARENT-CARD-STATUS,
                    :HOST-PARENT-ACCT-STATUS, :HOST-PARENT-CUST-ID
               FROM CARDDAT C, ACCTDAT A, CXACAIX X
               WHERE C.CARD_NUM = :HOST-PARENT-CARD-NUM
               AND   A.ACCT_ID = C.CARD_ACCT_ID
               AND   X.XREF_CARD_NUM = C.CARD_NUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-CARDNUM-NOTFOUND TO TRUE
                   MOVE 'Card Number NOT found...' TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-PARENT-CARD-STATUS NOT = 'Y'
                 OR HOST-PARENT-ACCT-STATUS NOT = 'Y'
                   SET RPC-RESP-CARD-NOT-ACTIVE TO TRUE
                   MOVE 'Card or account is not active - no virtual
      -                ' number can be created...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1300-GENERATE-VCN-NUM
      * Same BINRANGE recipe COACTADA uses for plastic - prefix plus
      * the range's own sequence, closed with a Luhn check digit,
      * falling back to '4' + CARD_NUM_SEQ with no active range - but
      * drawn from the highest active prefix. An installation that
      * runs a dedicated virtual range above its plastic ranges keeps
      * the account's lowest-numbered card, the one account-level
      * lookups take as the account's card, a plastic one.
      *----------------------------------------------------------------*
       1300-GENERATE-VCN-NUM.

           EXEC SQL
               SELECT NEXT VALUE FOR CARD_NUM_SEQ
               INTO :HOST-CARD-NUM-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to generate card number - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               MOVE HOST-CARD-NUM-SEQ TO WS-CARD-NUM-SEQ-DISPLAY
               PERFORM 1310-BUILD-VCN-NUMBER
               MOVE WS-NEW-CARD-NUMBER TO VCN-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                   1310-BUILD-VCN-NUMBER
      *----------------------------------------------------------------*
      * The sequence row is fetched through an update cursor so a
      * create cannot race an account open or a reissue into
      * minting the same number from a stale read.
       1310-BUILD-VCN-NUMBER.

           EXEC SQL
               DECLARE CUR-BIN-SEQ CURSOR FOR
               SELECT BIN_PREFIX, BIN_NEXT_SEQ
               FROM BINRANGE
               WHERE BIN_ACTIVE_IND = 'Y'
               AND   BIN_PREFIX =
                     (SELECT MAX(BIN_PREFIX) FROM BINRANGE
                      WHERE BIN_ACTIVE_IND = 'Y')
               FOR UPDATE OF BIN_NEXT_SEQ
           END-EXEC

           EXEC SQL
               OPEN CUR-BIN-SEQ
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   FETCH CUR-BIN-SEQ
                   INTO :HOST-BIN-PREFIX, :HOST-BIN-NEXT-SEQ
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-BIN-NEXT-SEQ TO WS-BIN-SEQ-EDIT
                   MOVE SPACES TO WS-LUHN-CARD-NUM
                   STRING HOST-BIN-PREFIX
                          WS-BIN-SEQ-EDIT
                          '0'
                          DELIMITED BY SIZE
                          INTO WS-LUHN-CARD-NUM
                   END-STRING
                   PERFORM COMPUTE-LUHN-CHECK-DIGIT
                      THRU COMPUTE-LUHN-CHECK-DIGIT-EXIT
                   MOVE WS-LUHN-CARD-NUM TO WS-NEW-CARD-NUMBER

                   ADD 1 TO HOST-BIN-NEXT-SEQ
                   EXEC SQL
                       UPDATE BINRANGE
                       SET BIN_NEXT_SEQ = :HOST-BIN-NEXT-SEQ
                       WHERE CURRENT OF CUR-BIN-SEQ
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to advance BIN sequence -
      -                       ' SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   END-IF
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
                   STRING '4' WS-CARD-NUM-SEQ-DISPLAY
                          DELIMITED BY SIZE
                          INTO WS-NEW-CARD-NUMBER
                   END-STRING
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read BINRANGE - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1400-INSERT-VCN-DB2
      * The CXACAIX row ties the number to the parent's account and
      * customer; the VIRTCARD row carries the parent and the
      * controls. Both go in the caller's unit of work.
      *----------------------------------------------------------------*
       1400-INSERT-VCN-DB2.

           COMPUTE WS-EXPIRY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
               + WS-EXPIRY-DAYS-N
           COMPUTE WS-EXPIRY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DATE-INT)
           MOVE SPACES TO VCN-EXPIRY-DATE
           STRING WS-EXPIRY-YYYYMMDD(1:4) '-'
                  WS-EXPIRY-YYYYMMDD(5:2) '-'
                  WS-EXPIRY-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
                  INTO VCN-EXPIRY-DATE
           END-STRING

           MOVE HOST-PARENT-CARD-NUM TO VCN-PARENT-CARD-NUM
           MOVE HOST-PARENT-ACCT-ID  TO VCN-ACCT-ID
           MOVE LK-IN-USE-TYPE       TO VCN-USE-TYPE
           MOVE WS-MAX-AMT-N         TO VCN-MAX-AMT
           IF LK-IN-MERCH-LOCK = 'Y'
               MOVE 'Y' TO VCN-MERCH-LOCK-FLAG
           ELSE
               MOVE 'N' TO VCN-MERCH-LOCK-FLAG
           END-IF
           MOVE ZEROS                TO VCN-FIRST-MERCH-ID
           SET VCN-STATUS-ACTIVE     TO TRUE
           MOVE HOST-NOW-TS          TO VCN-CREATE-TS
           MOVE HOST-NOW-TS          TO VCN-STATUS-TS

           EXEC SQL
               INSERT INTO CXACAIX (
                   XREF_ACCT_ID,
                   XREF_CARD_NUM,
                   XREF_CUST_ID
               ) VALUES (
                   :HOST-PARENT-ACCT-ID,
                   :VCN-CARD-NUM,
                   :HOST-PARENT-CUST-ID
               )
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO VIRTCARD
                   (VCN_CARD_NUM, VCN_PARENT_CARD_NUM, VCN_ACCT_ID,
                    VCN_USE_TYPE, VCN_MAX_AMT, VCN_EXPIRY_DATE,
                    VCN_MERCH_LOCK_FLAG, VCN_FIRST_MERCH_ID,
                    VCN_STATUS, VCN_CREATE_TS, VCN_STATUS_TS)
                   VALUES
                   (:VCN-CARD-NUM, :VCN-PARENT-CARD-NUM, :VCN-ACCT-ID,
                    :VCN-USE-TYPE, :VCN-MAX-AMT, :VCN-EXPIRY-DATE,
                    :VCN-MERCH-LOCK-FLAG, :VCN-FIRST-MERCH-ID,
                    :VCN-STATUS, :VCN-CREATE-TS, :VCN-STATUS-TS)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write virtual card - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-LIST-VCN
      * One page of the card's numbers, in number order after the
      * last number of the previous page.
      *----------------------------------------------------------------*
       2000-LIST-VCN.

           MOVE ZEROS TO WS-LIST-COUNT
           IF LK-IN-VCN-NUM = SPACES OR LOW-VALUES
               MOVE SPACES TO HOST-START-VCN-NUM
           ELSE
               MOVE LK-IN-VCN-NUM TO HOST-START-VCN-NUM
           END-IF

           EXEC SQL
               DECLARE CUR-VCN-LIST CURSOR FOR
               SELECT VCN_CARD_NUM, VCN_USE_TYPE, VCN_MAX_AMT,
                      VCN_EXPIRY_DATE, VCN_MERCH_LOCK_FLAG,
                      VCN_FIRST_MERCH_ID,
                      CASE WHEN VCN_STATUS = 'A'
                            AND VCN_EXPIRY_DATE < :HOST-TODAY-DATE
                           THEN 'E'
                           ELSE VCN_STATUS
                      END
               FROM VIRTCARD
               WHERE VCN_PARENT_CARD_NUM = :HOST-PARENT-CARD-NUM
               AND   VCN_CARD_NUM > :HOST-START-VCN-NUM
               ORDER BY VCN_CARD_NUM
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-VCN-LIST
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open virtual card list - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 2100-FETCH-VCN
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

               EXEC SQL
                   CLOSE CUR-VCN-LIST
               END-EXEC

               IF WS-LIST-COUNT = 0
                   MOVE 'No more virtual card numbers on this card...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-FETCH-VCN
      *----------------------------------------------------------------*
       2100-FETCH-VCN.

           EXEC SQL
               FETCH CUR-VCN-LIST
               INTO :VCN-CARD-NUM, :VCN-USE-TYPE, :VCN-MAX-AMT,
                    :VCN-EXPIRY-DATE, :VCN-MERCH-LOCK-FLAG,
                    :VCN-FIRST-MERCH-ID, :HOST-LIST-STATUS
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-VCN-COUNT
               MOVE VCN-CARD-NUM
                 TO LK-OUT-VC-VCN-NUM(WS-LIST-COUNT)
               MOVE VCN-USE-TYPE
                 TO LK-OUT-VC-USE-TYPE(WS-LIST-COUNT)
               MOVE VCN-MAX-AMT
                 TO LK-OUT-VC-MAX-AMT(WS-LIST-COUNT)
               MOVE VCN-EXPIRY-DATE
                 TO LK-OUT-VC-EXPIRY(WS-LIST-COUNT)
               MOVE VCN-MERCH-LOCK-FLAG
                 TO LK-OUT-VC-MERCH-LOCK(WS-LIST-COUNT)
               MOVE VCN-FIRST-MERCH-ID
                 TO LK-OUT-VC-FIRST-MERCH(WS-LIST-COUNT)
               MOVE HOST-LIST-STATUS
                 TO LK-OUT-VC-STATUS(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-CANCEL-VCN
      * Cancel is final - a cancelled number never comes back, the
      * cardholder creates a fresh one. A spent single-use number
      * can still be cancelled so it shows as closed.
      *----------------------------------------------------------------*
       3000-CANCEL-VCN.

           IF LK-IN-VCN-NUM = SPACES OR LOW-VALUES
               SET RPC-RESP-VCN-NOTFOUND TO TRUE
               MOVE 'Virtual card number can NOT be empty...'
                 TO WS-RESP-MSG
               GO TO 3000-CANCEL-VCN-EXIT
           END-IF

           MOVE LK-IN-VCN-NUM TO VCN-CARD-NUM

           EXEC SQL
               SELECT VCN_PARENT_CARD_NUM, VCN_STATUS
               INTO :VCN-PARENT-CARD-NUM, :VCN-STATUS
               FROM VIRTCARD
               WHERE VCN_CARD_NUM = :VCN-CARD-NUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-VCN-NOTFOUND TO TRUE
                   MOVE 'Virtual card number NOT found...'
                     TO WS-RESP-MSG
                   GO TO 3000-CANCEL-VCN-EXIT
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read virtual card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 3000-CANCEL-VCN-EXIT
      * Another card's number is answered as not found - the caller
      * learns nothing about numbers that are not theirs.
               WHEN VCN-PARENT-CARD-NUM NOT = HOST-PARENT-CARD-NUM
                   SET RPC-RESP-VCN-NOTFOUND TO TRUE
                   MOVE 'Virtual card number NOT found...'
                     TO WS-RESP-MSG
                   GO TO 3000-CANCEL-VCN-EXIT
               WHEN VCN-STATUS-CANCELLED
                   SET RPC-RESP-INVALID-STATE TO TRUE
                   MOVE 'Virtual card number is already cancelled...'
                     TO WS-RESP-MSG
                   GO TO 3000-CANCEL-VCN-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXEC SQL
               UPDATE VIRTCARD
               SET VCN_STATUS = 'C',
                   VCN_STATUS_TS = :HOST-NOW-TS
               WHERE VCN_CARD_NUM = :VCN-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE VCN-CARD-NUM TO LK-OUT-VCN-NUM
                   MOVE 'Virtual card number cancelled' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to cancel virtual card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.
       3000-CANCEL-VCN-EXIT.
           EXIT.

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

      *----------------------------------------------------------------*
      *        Luhn check-digit procedures (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLLPL.
