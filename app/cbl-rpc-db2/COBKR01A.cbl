000001******************************************************************
      * Program:     COBKR01A                                          *
      * Function:    Bankruptcy notification RPC service               *
      * Description: Records a cardholder's bankruptcy filing from    *
      *              the court notice - chapter, case number, filing  *
      *              date, court and debtor's attorney - and puts     *
      *              the automatic stay in force in one trip: a       *
      *              BANKRPT case row on every account the debtor     *
      *              holds, every active card on those accounts held, *
      *              and the accounts pulled off the COLLWQ           *
      *              collections workqueue. From then on CBACT56A     *
      *              sends no dunning letters, CBACT14A drafts no     *
      *              autopay, CBACT64A stages no payment-due alerts,  *
      *              and CBACT28A reports the bankruptcy condition    *
      *              code. A second operation records the discharge   *
      *              or dismissal (CBACT25A charges a discharged      *
      *              balance off and CBACT70A restores servicing on a *
      *              dismissal), and a third returns the case on file.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKR01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COBKR01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-ALREADY-IN-BANKRUPTCY       VALUE 4.
         88 RPC-RESP-CASE-NOTFOUND               VALUE 5.
         88 RPC-RESP-CASE-CLOSED                 VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-CUST-ID                 PIC S9(09) COMP.
       01 HOST-STAY-COUNT              PIC S9(04) COMP.
       01 HOST-BKR-ROW.
         05 HOST-BKR-CASE-NUM          PIC X(20).
         05 HOST-BKR-CHAPTER           PIC X(02).
         05 HOST-BKR-FILING-DATE       PIC X(10).
         05 HOST-BKR-COURT-NAME        PIC X(50).
         05 HOST-BKR-ATTORNEY-NAME     PIC X(50).
         05 HOST-BKR-ATTORNEY-PHONE    PIC X(15).
         05 HOST-BKR-STATUS            PIC X(01).
         05 HOST-BKR-DISPOSITION-DATE  PIC X(10).
         05 HOST-BKR-NOW-TS            PIC X(26).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-DATE-CHECK              PIC X(10).
         05 WS-DATE-CHECK-FLAG         PIC X(01).
           88 DATE-CHECK-VALID                   VALUE 'Y'.
           88 DATE-CHECK-INVALID                 VALUE 'N'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not record or update a bankruptcy case on an account whose
      * parties they are tied to. Inquiry is not checked.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVBKR01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'F' record the filing; 'U' update the case (discharge,
      *      dismissal, or corrected court/attorney details); 'I'
      *      return the latest case on file for the account
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-RECORD-FILING               VALUE 'F'.
                88 OP-UPDATE-CASE                 VALUE 'U'.
                88 OP-INQUIRE-CASE                VALUE 'I'.
             10 LK-IN-ACCT-ID           PIC X(11).
             10 LK-IN-CASE-NUM          PIC X(20).
             10 LK-IN-CHAPTER           PIC X(02).
             10 LK-IN-FILING-DATE       PIC X(10).
             10 LK-IN-COURT-NAME        PIC X(50).
             10 LK-IN-ATTORNEY-NAME     PIC X(50).
             10 LK-IN-ATTORNEY-PHONE    PIC X(15).
      *      Update only: F (details only), D discharged, X dismissed
             10 LK-IN-CASE-STATUS       PIC X(01).
             10 LK-IN-DISPOSITION-DATE  PIC X(10).
      *      Signed-on user keying the case (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-ACCTS-COVERED    PIC S9(04) COMP.
             10 LK-OUT-CARDS-BLOCKED    PIC S9(04) COMP.
             10 LK-OUT-QUEUE-PULLED     PIC S9(04) COMP.
             10 LK-OUT-CASE-DATA.
                15 LK-OUT-CASE-NUM      PIC X(20).
                15 LK-OUT-CUST-ID       PIC 9(09).
                15 LK-OUT-CHAPTER       PIC X(02).
                15 LK-OUT-FILING-DATE   PIC X(10).
                15 LK-OUT-COURT-NAME    PIC X(50).
                15 LK-OUT-ATTORNEY-NAME PIC X(50).
                15 LK-OUT-ATTORNEY-PHONE
                                        PIC X(15).
                15 LK-OUT-CASE-STATUS   PIC X(01).
                15 LK-OUT-DISPOSITION-DATE
                                        PIC X(10).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-ACCTS-COVERED
           MOVE ZEROS TO LK-OUT-CARDS-BLOCKED
           MOVE ZEROS TO LK-OUT-QUEUE-PULLED
           MOVE SPACES TO LK-OUT-CASE-DATA
           MOVE ZEROS TO LK-OUT-CUST-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-BKR-NOW-TS

           PERFORM 1000-VALIDATE-INPUT
              THRU 1000-VALIDATE-INPUT-EXIT

           IF RPC-RESP-OK AND NOT OP-INQUIRE-CASE
               PERFORM 1500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-RECORD-FILING
                       PERFORM 2000-RECORD-FILING
                          THRU 2000-RECORD-FILING-EXIT
                   WHEN OP-UPDATE-CASE
                       PERFORM 5000-UPDATE-CASE
                          THRU 5000-UPDATE-CASE-EXIT
                   WHEN OTHER
                       PERFORM 6000-INQUIRE-CASE
               END-EVALUATE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           IF NOT (OP-RECORD-FILING OR OP-UPDATE-CASE
                   OR OP-INQUIRE-CASE)
               SET RPC-RESP-INVALID-OPERATION TO TRUE
               MOVE 'Operation must be F, U or I...' TO WS-RESP-MSG
               GO TO 1000-VALIDATE-INPUT-EXIT
           END-IF

           IF LK-IN-ACCT-ID = SPACES OR LOW-VALUES
            OR LK-IN-ACCT-ID IS NOT NUMERIC
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
               GO TO 1000-VALIDATE-INPUT-EXIT
           END-IF

           COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
           MOVE WS-ACCT-ID-N TO HOST-ACCT-ID

           IF OP-INQUIRE-CASE
               GO TO 1000-VALIDATE-INPUT-EXIT
           END-IF

           IF LK-IN-CASE-NUM = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Court case number can NOT be empty...'
                 TO WS-RESP-MSG
               GO TO 1000-VALIDATE-INPUT-EXIT
           END-IF

           IF OP-RECORD-FILING
      *        A single-digit chapter may be keyed either side of
      *        the field or zero-filled - it is stored left-aligned.
               IF LK-IN-CHAPTER = ' 7' OR '07'
                   MOVE '7 ' TO LK-IN-CHAPTER
               END-IF
               IF LK-IN-CHAPTER NOT = '7 ' AND '11' AND '12'
                                  AND '13'
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Chapter must be 7, 11, 12 or 13...'
                     TO WS-RESP-MSG
                   GO TO 1000-VALIDATE-INPUT-EXIT
               END-IF
               MOVE LK-IN-FILING-DATE TO WS-DATE-CHECK
               PERFORM 1100-CHECK-DATE-FORMAT
               IF DATE-CHECK-INVALID
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Filing date should be in format
      -                ' YYYY-MM-DD...' TO WS-RESP-MSG
                   GO TO 1000-VALIDATE-INPUT-EXIT
               END-IF
               IF LK-IN-COURT-NAME = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Bankruptcy court can NOT be empty...'
                     TO WS-RESP-MSG
                   GO TO 1000-VALIDATE-INPUT-EXIT
               END-IF
           END-IF

           IF OP-UPDATE-CASE
               IF LK-IN-CASE-STATUS NOT = 'F' AND 'D' AND 'X'
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Case status must be F, D or X...'
                     TO WS-RESP-MSG
                   GO TO 1000-VALIDATE-INPUT-EXIT
               END-IF
               IF LK-IN-CASE-STATUS NOT = 'F'
                   MOVE LK-IN-DISPOSITION-DATE TO WS-DATE-CHECK
                   PERFORM 1100-CHECK-DATE-FORMAT
                   IF DATE-CHECK-INVALID
                       SET RPC-RESP-INVALID-INPUT TO TRUE
                       MOVE 'Discharge/dismissal date should be
      -                    ' YYYY-MM-DD...' TO WS-RESP-MSG
                       GO TO 1000-VALIDATE-INPUT-EXIT
                   END-IF
               END-IF
           END-IF.
       1000-VALIDATE-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    1100-CHECK-DATE-FORMAT
      *----------------------------------------------------------------*
       1100-CHECK-DATE-FORMAT.

           IF WS-DATE-CHECK(1:4) NOT NUMERIC
            OR WS-DATE-CHECK(5:1) NOT = '-'
            OR WS-DATE-CHECK(6:2) NOT NUMERIC
            OR WS-DATE-CHECK(8:1) NOT = '-'
            OR WS-DATE-CHECK(9:2) NOT NUMERIC
               SET DATE-CHECK-INVALID TO TRUE
           ELSE
               SET DATE-CHECK-VALID TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   1500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE WS-ACCT-ID-N  TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-RECORD-FILING
      * Case rows, card holds and the workqueue pull commit as one
      * unit of work - the stay is either wholly in force or the CSR
      * is told nothing was recorded.
      *----------------------------------------------------------------*
       2000-RECORD-FILING.

      *    The debtor is the customer on the account's primary
      *    (lowest-numbered) card, as the statement jobs resolve it.
           EXEC SQL
               SELECT XREF_CUST_ID
               INTO :HOST-CUST-ID
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-ACCT-ID)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   GO TO 2000-RECORD-FILING-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE 'Unable to read the account...'
                     TO WS-RESP-MSG
                   GO TO 2000-RECORD-FILING-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-STAY-COUNT
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_STATUS IN ('F', 'D')
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE 'Unable to read the bankruptcy cases...'
                 TO WS-RESP-MSG
               GO TO 2000-RECORD-FILING-EXIT
           END-IF

           IF HOST-STAY-COUNT > 0
               SET RPC-RESP-ALREADY-IN-BANKRUPTCY TO TRUE
               MOVE 'An open bankruptcy case is already on file...'
                 TO WS-RESP-MSG
               GO TO 2000-RECORD-FILING-EXIT
           END-IF

           MOVE LK-IN-CASE-NUM TO HOST-BKR-CASE-NUM
           MOVE LK-IN-CHAPTER TO HOST-BKR-CHAPTER
           MOVE LK-IN-FILING-DATE TO HOST-BKR-FILING-DATE
           MOVE LK-IN-COURT-NAME TO HOST-BKR-COURT-NAME
           MOVE LK-IN-ATTORNEY-NAME TO HOST-BKR-ATTORNEY-NAME
           MOVE LK-IN-ATTORNEY-PHONE TO HOST-BKR-ATTORNEY-PHONE

      *    The filing covers every account the debtor holds, not
      *    just the one the notice was keyed against.
           EXEC SQL
               INSERT INTO BANKRPT
               (BKR_ACCT_ID, BKR_CASE_NUM, BKR_CUST_ID, BKR_CHAPTER,
                BKR_FILING_DATE, BKR_COURT_NAME, BKR_ATTORNEY_NAME,
                BKR_ATTORNEY_PHONE, BKR_STATUS, BKR_DISPOSITION_DATE,
                BKR_CREATE_TS, BKR_STATUS_TS)
               SELECT DISTINCT X.XREF_ACCT_ID, :HOST-BKR-CASE-NUM,
                      :HOST-CUST-ID, :HOST-BKR-CHAPTER,
                      :HOST-BKR-FILING-DATE, :HOST-BKR-COURT-NAME,
                      :HOST-BKR-ATTORNEY-NAME,
                      :HOST-BKR-ATTORNEY-PHONE, 'F', ' ',
                      :HOST-BKR-NOW-TS, :HOST-BKR-NOW-TS
               FROM CXACAIX X
               WHERE X.XREF_CUST_ID = :HOST-CUST-ID
               AND   NOT EXISTS
                     (SELECT 1 FROM BANKRPT B
                      WHERE B.BKR_ACCT_ID = X.XREF_ACCT_ID
                      AND   B.BKR_STATUS IN ('F', 'D'))
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO LK-OUT-ACCTS-COVERED
               WHEN -803
                   SET RPC-RESP-ALREADY-IN-BANKRUPTCY TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'This case number is already on file for the
      -                ' account...' TO WS-RESP-MSG
                   GO TO 2000-RECORD-FILING-EXIT
               WHEN OTHER
                   PERFORM 9000-FAIL-AND-ROLLBACK
                   GO TO 2000-RECORD-FILING-EXIT
           END-EVALUATE

      *    Active cards on every covered account are held - no new
      *    credit is extended to a debtor under the stay. Each hold
      *    is journaled on its account's ACCTHIST timeline first.
           EXEC SQL
               INSERT INTO ACCTHIST
               (AHS_LOG_ID, AHS_ACCT_ID, AHS_FIELD_NAME,
                AHS_OLD_VALUE, AHS_NEW_VALUE, AHS_USER_ID,
                AHS_CHANGE_TS)
               SELECT NEXT VALUE FOR AHS_LOG_ID_SEQ, CARD_ACCT_ID,
                      'CARD-STATUS', CARD_NUM CONCAT ' Y',
                      CARD_NUM CONCAT ' B', :WS-PGMNAME,
                      CURRENT TIMESTAMP
               FROM CARDDAT
               WHERE CARD_ACCT_ID IN
                     (SELECT BKR_ACCT_ID FROM BANKRPT
                      WHERE BKR_CUST_ID = :HOST-CUST-ID
                      AND   BKR_CASE_NUM = :HOST-BKR-CASE-NUM)
               AND   CARD_ACTIVE_STATUS = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9000-FAIL-AND-ROLLBACK
               GO TO 2000-RECORD-FILING-EXIT
           END-IF

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'B'
               WHERE CARD_ACCT_ID IN
                     (SELECT BKR_ACCT_ID FROM BANKRPT
                      WHERE BKR_CUST_ID = :HOST-CUST-ID
                      AND   BKR_CASE_NUM = :HOST-BKR-CASE-NUM)
               AND   CARD_ACTIVE_STATUS = 'Y'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO LK-OUT-CARDS-BLOCKED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-FAIL-AND-ROLLBACK
                   GO TO 2000-RECORD-FILING-EXIT
           END-EVALUATE

      *    Off the collections workqueue - any promise taken is void
      *    under the stay, so it is cleared with the pull.
           EXEC SQL
               UPDATE COLLWQ
               SET COL_STATUS = 'B',
                   COL_PROMISE_DATE = ' ',
                   COL_PROMISE_AMT = 0,
                   COL_LAST_ACTION_TS = :HOST-BKR-NOW-TS
               WHERE COL_ACCT_ID IN
                     (SELECT BKR_ACCT_ID FROM BANKRPT
                      WHERE BKR_CUST_ID = :HOST-CUST-ID
                      AND   BKR_CASE_NUM = :HOST-BKR-CASE-NUM)
               AND   COL_STATUS IN ('Q', 'A', 'P')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO LK-OUT-QUEUE-PULLED
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   PERFORM 9000-FAIL-AND-ROLLBACK
                   GO TO 2000-RECORD-FILING-EXIT
           END-EVALUATE

           MOVE 'Filing recorded - stay in force, cards held,
      -        ' collections stopped' TO WS-RESP-MSG.
       2000-RECORD-FILING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      5000-UPDATE-CASE
      * A discharge or dismissal applies to every account the case
      * covers. Only an open (Filed) case can move - a discharged
      * case waits for charge-off, and the closed statuses belong to
      * the nightly case-tracking job.
      *----------------------------------------------------------------*
       5000-UPDATE-CASE.

           MOVE LK-IN-CASE-NUM TO HOST-BKR-CASE-NUM

           EXEC SQL
               SELECT BKR_CUST_ID, BKR_STATUS
               INTO :HOST-CUST-ID, :HOST-BKR-STATUS
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_CASE_NUM = :HOST-BKR-CASE-NUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-CASE-NOTFOUND TO TRUE
                   MOVE 'No bankruptcy case on file with that number
      -                ' for the account...' TO WS-RESP-MSG
                   GO TO 5000-UPDATE-CASE-EXIT
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE 'Unable to read the bankruptcy case...'
                     TO WS-RESP-MSG
                   GO TO 5000-UPDATE-CASE-EXIT
               WHEN HOST-BKR-STATUS NOT = 'F'
                   SET RPC-RESP-CASE-CLOSED TO TRUE
                   MOVE 'Case is no longer open - it can NOT be
      -                ' changed...' TO WS-RESP-MSG
                   GO TO 5000-UPDATE-CASE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE LK-IN-CASE-STATUS TO HOST-BKR-STATUS
           IF LK-IN-CASE-STATUS = 'F'
               MOVE SPACES TO HOST-BKR-DISPOSITION-DATE
           ELSE
               MOVE LK-IN-DISPOSITION-DATE
                 TO HOST-BKR-DISPOSITION-DATE
           END-IF
           MOVE LK-IN-COURT-NAME TO HOST-BKR-COURT-NAME
           MOVE LK-IN-ATTORNEY-NAME TO HOST-BKR-ATTORNEY-NAME
           MOVE LK-IN-ATTORNEY-PHONE TO HOST-BKR-ATTORNEY-PHONE

      *    Court and attorney details left blank on the update keep
      *    what is already on file.
           EXEC SQL
               UPDATE BANKRPT
               SET BKR_STATUS = :HOST-BKR-STATUS,
                   BKR_DISPOSITION_DATE = :HOST-BKR-DISPOSITION-DATE,
                   BKR_COURT_NAME =
                       CASE WHEN :HOST-BKR-COURT-NAME = ' '
                            THEN BKR_COURT_NAME
                            ELSE :HOST-BKR-COURT-NAME END,
                   BKR_ATTORNEY_NAME =
                       CASE WHEN :HOST-BKR-ATTORNEY-NAME = ' '
                            THEN BKR_ATTORNEY_NAME
                            ELSE :HOST-BKR-ATTORNEY-NAME END,
                   BKR_ATTORNEY_PHONE =
                       CASE WHEN :HOST-BKR-ATTORNEY-PHONE = ' '
                            THEN BKR_ATTORNEY_PHONE
                            ELSE :HOST-BKR-ATTORNEY-PHONE END,
                   BKR_STATUS_TS = :HOST-BKR-NOW-TS
               WHERE BKR_CUST_ID = :HOST-CUST-ID
               AND   BKR_CASE_NUM = :HOST-BKR-CASE-NUM
               AND   BKR_STATUS = 'F'
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9000-FAIL-AND-ROLLBACK
               GO TO 5000-UPDATE-CASE-EXIT
           END-IF

           MOVE SQLERRD(3) TO LK-OUT-ACCTS-COVERED
           EXEC SQL COMMIT END-EXEC

           EVALUATE LK-IN-CASE-STATUS
               WHEN 'D'
                   MOVE 'Discharge recorded - balance charges off in
      -                ' tonight''s run' TO WS-RESP-MSG
               WHEN 'X'
                   MOVE 'Dismissal recorded - servicing restores in
      -                ' tonight''s run' TO WS-RESP-MSG
               WHEN OTHER
                   MOVE 'Bankruptcy case details updated'
                     TO WS-RESP-MSG
           END-EVALUATE.
       5000-UPDATE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      6000-INQUIRE-CASE
      * The most recent case filed against the account.
      *----------------------------------------------------------------*
       6000-INQUIRE-CASE.

           EXEC SQL
               SELECT BKR_CASE_NUM, BKR_CUST_ID, BKR_CHAPTER,
                      BKR_FILING_DATE, BKR_COURT_NAME,
                      BKR_ATTORNEY_NAME, BKR_ATTORNEY_PHONE,
                      BKR_STATUS, BKR_DISPOSITION_DATE
               INTO :HOST-BKR-CASE-NUM, :HOST-CUST-ID,
                    :HOST-BKR-CHAPTER, :HOST-BKR-FILING-DATE,
                    :HOST-BKR-COURT-NAME, :HOST-BKR-ATTORNEY-NAME,
                    :HOST-BKR-ATTORNEY-PHONE, :HOST-BKR-STATUS,
                    :HOST-BKR-DISPOSITION-DATE
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               ORDER BY BKR_FILING_DATE DESC, BKR_CREATE_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-BKR-CASE-NUM TO LK-OUT-CASE-NUM
                   MOVE HOST-CUST-ID TO LK-OUT-CUST-ID
                   MOVE HOST-BKR-CHAPTER TO LK-OUT-CHAPTER
                   MOVE HOST-BKR-FILING-DATE TO LK-OUT-FILING-DATE
                   MOVE HOST-BKR-COURT-NAME TO LK-OUT-COURT-NAME
                   MOVE HOST-BKR-ATTORNEY-NAME
                     TO LK-OUT-ATTORNEY-NAME
                   MOVE HOST-BKR-ATTORNEY-PHONE
                     TO LK-OUT-ATTORNEY-PHONE
                   MOVE HOST-BKR-STATUS TO LK-OUT-CASE-STATUS
                   MOVE HOST-BKR-DISPOSITION-DATE
                     TO LK-OUT-DISPOSITION-DATE
                   MOVE 'Bankruptcy case returned' TO WS-RESP-MSG
               WHEN 100
                   SET RPC-RESP-CASE-NOTFOUND TO TRUE
                   MOVE 'No bankruptcy case on file for this
      -                ' account' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read bankruptcy case - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    9000-FAIL-AND-ROLLBACK
      *----------------------------------------------------------------*
       9000-FAIL-AND-ROLLBACK.

           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           STRING 'Bankruptcy update failed and was rolled back -
      -           ' SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
