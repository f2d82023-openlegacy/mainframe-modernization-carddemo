000001******************************************************************
      * Program:     COCIV01A                                          *
      * Function:    Caller identity verification RPC service          *
      * Description: Puts the phone desk's identity questions to the  *
      *              customer record instead of to each CSR's own     *
      *              judgment. A question set (CIVQSET) names which   *
      *              of date of birth, SSN last four, ZIP, a recent   *
      *              transaction amount and a card's last four are    *
      *              asked and how many must be right; the answers    *
      *              are checked against CUSTDAT, CXACAIX/ACCTREL and *
      *              TRANSACT and the pass/fail outcome is written to *
      *              CALLVRFY with user, signon session and method.   *
      *              A pass opens the high-risk services (shared      *
      *              check CSUTLXPL) for 30 minutes in that session.  *
      *              Repeated failures flag the customer for the      *
      *              contact-change fraud report CBACT30A. The caller *
      *              is told pass or fail only - never which answer   *
      *              missed.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCIV01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCIV01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-INPUT               VALUE 1.
         88 RPC-RESP-CUSTID-NOTFOUND             VALUE 2.
         88 RPC-RESP-NO-SESSION                  VALUE 3.
         88 RPC-RESP-NO-ANSWERS                  VALUE 4.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.

      *----------------------------------------------------------------*
      *     House defaults - the question set used when the request
      *     names none, or names one that is missing or inactive
      *----------------------------------------------------------------*
       01 WS-CONSTANTS.
         05 WS-DEFAULT-SET-ID          PIC X(08) VALUE 'STANDARD'.
      *    Failures for one customer in 24 hours that flag it
         05 WS-FAIL-FLAG-LIMIT         PIC S9(04) COMP VALUE 3.
      *    How far back the transaction-amount question looks
         05 WS-TRAN-LOOKBACK-DAYS      PIC S9(04) COMP VALUE 30.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-CUST-ROW.
         05 HOST-CUST-ID               PIC S9(09) COMP.
         05 HOST-CUST-DOB              PIC X(10).
         05 HOST-CUST-SSN              PIC S9(09) COMP-3.
         05 HOST-CUST-ZIP              PIC X(10).

       01 HOST-CARD-NUM                PIC X(16).
       01 HOST-ANS-CARD4               PIC X(04).
       01 HOST-ANS-TRAN-AMT            PIC S9(09)V99 COMP-3.
       01 HOST-TRAN-FROM-TS            PIC X(26).
       01 HOST-MATCH-COUNT             PIC S9(09) COMP.
       01 HOST-FAIL-COUNT              PIC S9(09) COMP.
       01 HOST-SES-ID                  PIC S9(18) COMP-3.
       01 HOST-CIQ-SET-ID              PIC X(08).

       01 WS-WORK-FIELDS.
         05 WS-CUST-ID-N               PIC 9(09) VALUE ZEROS.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE ZEROS.
         05 WS-SSN-N                   PIC 9(09) VALUE ZEROS.
         05 WS-SSN-X REDEFINES WS-SSN-N
                                       PIC X(09).
         05 WS-VRFY-ID-N               PIC 9(18) VALUE ZEROS.
         05 WS-ASKED-CNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-PASSED-CNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-NEEDED-CNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-FROM-INT                PIC S9(09) COMP.
         05 WS-FROM-YYYYMMDD           PIC 9(08).
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

       COPY CVCIV01Y.

       COPY CVCIV02Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      Signed-on user taking the call
             10 LK-IN-USER-ID           PIC X(08).
      *      The customer claimed - by ID, or by a card number when
      *      the caller has only the card
             10 LK-IN-CUST-ID           PIC X(09).
             10 LK-IN-CARD-NUM          PIC X(16).
      *      Question set (CIVQSET); blank uses the house default
             10 LK-IN-METHOD            PIC X(08).
      *      The caller's answers - a question asked but left blank
      *      counts as wrong
             10 LK-IN-ANSWERS.
                15 LK-IN-ANS-DOB        PIC X(10).
                15 LK-IN-ANS-SSN4       PIC X(04).
                15 LK-IN-ANS-ZIP        PIC X(10).
                15 LK-IN-ANS-TRAN-AMT   PIC 9(09)V99.
                15 LK-IN-ANS-CARD4      PIC X(04).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      P pass / F fail
             10 LK-OUT-RESULT           PIC X(01).
             10 LK-OUT-VRFY-ID          PIC 9(18).
      *      The question set actually used and how many it asked
             10 LK-OUT-METHOD           PIC X(08).
             10 LK-OUT-ASKED-CNT        PIC 9(01).
      *      Y - the customer is now flagged for repeated failures
             10 LK-OUT-FLAGGED          PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-RESULT
           MOVE ZEROS TO LK-OUT-VRFY-ID
           MOVE SPACES TO LK-OUT-METHOD
           MOVE ZEROS TO LK-OUT-ASKED-CNT
           MOVE 'N' TO LK-OUT-FLAGGED

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-GET-SESSION
           END-IF

           IF RPC-RESP-OK
               PERFORM 2000-READ-CUSTOMER
                  THRU 2000-READ-CUSTOMER-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-LOAD-QUESTION-SET
           END-IF

           IF RPC-RESP-OK
               PERFORM 4000-CHECK-ANSWERS
           END-IF

           IF RPC-RESP-OK
               PERFORM 5000-WRITE-VERIFICATION
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           EVALUATE TRUE
               WHEN LK-IN-USER-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Signed-on user ID is required...'
                     TO WS-RESP-MSG
               WHEN (LK-IN-CUST-ID = SPACES OR LOW-VALUES)
                AND (LK-IN-CARD-NUM = SPACES OR LOW-VALUES)
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Customer ID or Card Number is required...'
                     TO WS-RESP-MSG
               WHEN LK-IN-CUST-ID NOT = SPACES AND LOW-VALUES
                AND LK-IN-CUST-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Customer ID must be Numeric...'
                     TO WS-RESP-MSG
               WHEN (LK-IN-CUST-ID = SPACES OR LOW-VALUES)
                AND LK-IN-CARD-NUM IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Card Number must be Numeric...'
                     TO WS-RESP-MSG
               WHEN LK-IN-CUST-ID NOT = SPACES AND LOW-VALUES
                   COMPUTE WS-CUST-ID-N =
                       FUNCTION NUMVAL(LK-IN-CUST-ID)
                   MOVE WS-CUST-ID-N TO HOST-CUST-ID
               WHEN OTHER
                   COMPUTE WS-CARD-NUM-N =
                       FUNCTION NUMVAL(LK-IN-CARD-NUM)
                   MOVE WS-CARD-NUM-N TO HOST-CARD-NUM
                   MOVE ZEROS TO HOST-CUST-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1500-GET-SESSION
      * The verification belongs to the user's current signon - the
      * high-risk services honour it only inside that session.
      *----------------------------------------------------------------*
       1500-GET-SESSION.

           EXEC SQL
               SELECT COALESCE(MAX(SES_ID), 0)
               INTO :HOST-SES-ID
               FROM SEC_SESSION
               WHERE SES_USR_ID     = :LK-IN-USER-ID
               AND   SES_EVENT_CD   = 'N'
               AND   SES_ACTIVE_IND = 'Y'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read SEC_SESSION - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-SES-ID = 0
                   SET RPC-RESP-NO-SESSION TO TRUE
                   MOVE 'No active signon session for this user...'
                     TO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2000-READ-CUSTOMER
      * A card-only request resolves to the card's primary holder.
      *----------------------------------------------------------------*
       2000-READ-CUSTOMER.

           IF HOST-CUST-ID = 0
               EXEC SQL
                   SELECT XREF_CUST_ID
                   INTO :HOST-CUST-ID
                   FROM CXACAIX
                   WHERE XREF_CARD_NUM = :HOST-CARD-NUM
               END-EXEC

               IF SQLCODE NOT = 0
                   SET RPC-RESP-CUSTID-NOTFOUND TO TRUE
                   MOVE 'Card Number NOT found...' TO WS-RESP-MSG
                   GO TO 2000-READ-CUSTOMER-EXIT
               END-IF
           END-IF

           EXEC SQL
               SELECT CUST_DOB_YYYY_MM_DD, CUST_SSN, CUST_ADDR_ZIP
               INTO :HOST-CUST-DOB, :HOST-CUST-SSN, :HOST-CUST-ZIP
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-CUST-SSN TO WS-SSN-N
               WHEN 100
                   SET RPC-RESP-CUSTID-NOTFOUND TO TRUE
                   MOVE 'Customer ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Customer - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

       2000-READ-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3000-LOAD-QUESTION-SET
      * No method, an unknown one or an inactive one runs on the
      * house default set.
      *----------------------------------------------------------------*
       3000-LOAD-QUESTION-SET.

           MOVE LK-IN-METHOD TO HOST-CIQ-SET-ID
           IF HOST-CIQ-SET-ID = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-SET-ID TO HOST-CIQ-SET-ID
           END-IF

           EXEC SQL
               SELECT CIQ_SET_ID, CIQ_ASK_DOB, CIQ_ASK_SSN4,
                      CIQ_ASK_ZIP, CIQ_ASK_TRAN_AMT, CIQ_ASK_CARD4,
                      CIQ_MIN_CORRECT
               INTO :CIQ-SET-ID, :CIQ-ASK-DOB, :CIQ-ASK-SSN4,
                    :CIQ-ASK-ZIP, :CIQ-ASK-TRAN-AMT, :CIQ-ASK-CARD4,
                    :CIQ-MIN-CORRECT
               FROM CIVQSET
               WHERE CIQ_SET_ID = :HOST-CIQ-SET-ID
               AND   CIQ_ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-DEFAULT-SET-ID TO CIQ-SET-ID
               MOVE 'Y' TO CIQ-ASK-DOB
               MOVE 'Y' TO CIQ-ASK-SSN4
               MOVE 'Y' TO CIQ-ASK-ZIP
               MOVE 'N' TO CIQ-ASK-TRAN-AMT
               MOVE 'N' TO CIQ-ASK-CARD4
               MOVE 3   TO CIQ-MIN-CORRECT
           END-IF

           MOVE ZEROS TO WS-ASKED-CNT
           IF CIQ-ASK-DOB = 'Y'
               ADD 1 TO WS-ASKED-CNT
           END-IF
           IF CIQ-ASK-SSN4 = 'Y'
               ADD 1 TO WS-ASKED-CNT
           END-IF
           IF CIQ-ASK-ZIP = 'Y'
               ADD 1 TO WS-ASKED-CNT
           END-IF
           IF CIQ-ASK-TRAN-AMT = 'Y'
               ADD 1 TO WS-ASKED-CNT
           END-IF
           IF CIQ-ASK-CARD4 = 'Y'
               ADD 1 TO WS-ASKED-CNT
           END-IF

           IF WS-ASKED-CNT = 0
               SET RPC-RESP-NO-ANSWERS TO TRUE
               MOVE 'Question set asks no questions - see CIVQSET...'
                 TO WS-RESP-MSG
           END-IF

           MOVE CIQ-MIN-CORRECT TO WS-NEEDED-CNT
           IF WS-NEEDED-CNT < 1 OR WS-NEEDED-CNT > WS-ASKED-CNT
               MOVE WS-ASKED-CNT TO WS-NEEDED-CNT
           END-IF

           MOVE CIQ-SET-ID TO LK-OUT-METHOD
           MOVE WS-ASKED-CNT TO LK-OUT-ASKED-CNT.

      *----------------------------------------------------------------*
      *                      4000-CHECK-ANSWERS
      *----------------------------------------------------------------*
       4000-CHECK-ANSWERS.

           MOVE ZEROS TO WS-PASSED-CNT

           IF CIQ-ASK-DOB = 'Y'
              AND LK-IN-ANS-DOB NOT = SPACES AND LOW-VALUES
              AND LK-IN-ANS-DOB = HOST-CUST-DOB
               ADD 1 TO WS-PASSED-CNT
           END-IF

           IF CIQ-ASK-SSN4 = 'Y'
              AND LK-IN-ANS-SSN4 IS NUMERIC
              AND LK-IN-ANS-SSN4 = WS-SSN-X(6:4)
               ADD 1 TO WS-PASSED-CNT
           END-IF

           IF CIQ-ASK-ZIP = 'Y'
              AND LK-IN-ANS-ZIP NOT = SPACES AND LOW-VALUES
              AND LK-IN-ANS-ZIP(1:5) = HOST-CUST-ZIP(1:5)
               ADD 1 TO WS-PASSED-CNT
           END-IF

           IF CIQ-ASK-TRAN-AMT = 'Y'
              AND LK-IN-ANS-TRAN-AMT IS NUMERIC
              AND LK-IN-ANS-TRAN-AMT > ZERO
               PERFORM 4100-CHECK-RECENT-TRAN
           END-IF

           IF CIQ-ASK-CARD4 = 'Y'
              AND LK-IN-ANS-CARD4 IS NUMERIC
               PERFORM 4200-CHECK-CARD-LAST4
           END-IF

           IF WS-PASSED-CNT >= WS-NEEDED-CNT
               SET CIV-RESULT-PASS TO TRUE
           ELSE
               SET CIV-RESULT-FAIL TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   4100-CHECK-RECENT-TRAN
      * Any transaction posted in the lookback on a card of an
      * account the customer is party to, for the amount given
      * (a refund or payment answers as its unsigned amount).
      *----------------------------------------------------------------*
       4100-CHECK-RECENT-TRAN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
               - WS-TRAN-LOOKBACK-DAYS
           COMPUTE WS-FROM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE SPACES TO HOST-TRAN-FROM-TS
           STRING WS-FROM-YYYYMMDD(1:4) '-'
                  WS-FROM-YYYYMMDD(5:2) '-'
                  WS-FROM-YYYYMMDD(7:2) '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-TRAN-FROM-TS
           MOVE LK-IN-ANS-TRAN-AMT TO HOST-ANS-TRAN-AMT

           MOVE ZEROS TO HOST-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-MATCH-COUNT
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT X.XREF_CARD_NUM
                      FROM CXACAIX X
                      WHERE X.XREF_ACCT_ID IN
                            (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                             WHERE A.XREF_CUST_ID = :HOST-CUST-ID
                             UNION
                             SELECT R.REL_ACCT_ID FROM ACCTREL R
                             WHERE R.REL_CUST_ID = :HOST-CUST-ID))
               AND   ABS(T.TRAN_AMT) = :HOST-ANS-TRAN-AMT
               AND   T.TRAN_PROC_TS >= :HOST-TRAN-FROM-TS
           END-EXEC

           IF SQLCODE = 0 AND HOST-MATCH-COUNT > 0
               ADD 1 TO WS-PASSED-CNT
           END-IF.

      *----------------------------------------------------------------*
      *                   4200-CHECK-CARD-LAST4
      * The last four of any card on an account the customer is
      * party to.
      *----------------------------------------------------------------*
       4200-CHECK-CARD-LAST4.

           MOVE LK-IN-ANS-CARD4 TO HOST-ANS-CARD4

           MOVE ZEROS TO HOST-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-MATCH-COUNT
               FROM CXACAIX X
               WHERE SUBSTR(X.XREF_CARD_NUM, 13, 4) = :HOST-ANS-CARD4
               AND   X.XREF_ACCT_ID IN
                     (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                      WHERE A.XREF_CUST_ID = :HOST-CUST-ID
                      UNION
                      SELECT R.REL_ACCT_ID FROM ACCTREL R
                      WHERE R.REL_CUST_ID = :HOST-CUST-ID)
           END-EXEC

           IF SQLCODE = 0 AND HOST-MATCH-COUNT > 0
               ADD 1 TO WS-PASSED-CNT
           END-IF.

      *----------------------------------------------------------------*
      *                   5000-WRITE-VERIFICATION
      * A failure that brings the customer's failures in the last 24
      * hours - by any user - to WS-FAIL-FLAG-LIMIT is flagged for
      * CBACT30A.
      *----------------------------------------------------------------*
       5000-WRITE-VERIFICATION.

           SET CIV-NOT-FLAGGED TO TRUE
           IF CIV-RESULT-FAIL
               MOVE ZEROS TO HOST-FAIL-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-FAIL-COUNT
                   FROM CALLVRFY
                   WHERE CIV_CUST_ID = :HOST-CUST-ID
                   AND   CIV_RESULT  = 'F'
                   AND   CIV_CREATE_TS >= CURRENT TIMESTAMP - 24 HOURS
               END-EXEC
               IF SQLCODE = 0
                  AND HOST-FAIL-COUNT + 1 >= WS-FAIL-FLAG-LIMIT
                   SET CIV-FLAGGED TO TRUE
               END-IF
           END-IF

           EXEC SQL
               SELECT NEXT VALUE FOR CIV_VRFY_ID_SEQ
               INTO :CIV-VRFY-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-CUST-ID  TO CIV-CUST-ID
               MOVE LK-IN-USER-ID TO CIV-USR-ID
               MOVE HOST-SES-ID   TO CIV-SES-ID
               MOVE CIQ-SET-ID    TO CIV-METHOD
               MOVE WS-ASKED-CNT  TO CIV-ASKED-CNT
               MOVE WS-PASSED-CNT TO CIV-PASSED-CNT
               EXEC SQL
                   INSERT INTO CALLVRFY
                   (CIV_VRFY_ID, CIV_CUST_ID, CIV_USR_ID, CIV_SES_ID,
                    CIV_METHOD, CIV_ASKED_CNT, CIV_PASSED_CNT,
                    CIV_RESULT, CIV_FLAG_IND, CIV_CREATE_TS)
                   VALUES
                   (:CIV-VRFY-ID, :CIV-CUST-ID, :CIV-USR-ID,
                    :CIV-SES-ID, :CIV-METHOD, :CIV-ASKED-CNT,
                    :CIV-PASSED-CNT, :CIV-RESULT, :CIV-FLAG-IND,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE CIV-RESULT TO LK-OUT-RESULT
               MOVE CIV-VRFY-ID TO WS-VRFY-ID-N
               MOVE WS-VRFY-ID-N TO LK-OUT-VRFY-ID
               MOVE CIV-FLAG-IND TO LK-OUT-FLAGGED
               IF CIV-RESULT-PASS
                   MOVE 'Caller verified' TO WS-RESP-MSG
               ELSE
                   MOVE 'Caller NOT verified - do not act on request'
                     TO WS-RESP-MSG
               END-IF
           ELSE
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               STRING 'Unable to record verification - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
