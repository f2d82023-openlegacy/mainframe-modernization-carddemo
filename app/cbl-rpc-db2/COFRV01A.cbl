000001******************************************************************
      * Program:     COFRV01A                                          *
      * Function:    Fee and interest reversal RPC service             *
      * Description: Lists an account's fee (type 03) and interest    *
      *              (type 02) charges with what has been given back  *
      *              on each, and reverses one specific charge in     *
      *              full or part with a required reason code. The    *
      *              reversal posts as a credit of the charge's own   *
      *              type and category naming the charge in           *
      *              TRAN_REVERSAL_ID, and is logged on FEEREV in the *
      *              same unit of work. Each user's dollar authority  *
      *              is the RF_AUTH_LIMIT_AMT on their role's         *
      *              SEC_ROLE_FUNC row for the reversal screen; a     *
      *              reversal that would take the charge's total      *
      *              given back above it is captured on PENDCHG       *
      *              instead, and COMKC01A re-drives it here on       *
      *              approval, checked against the approver's own     *
      *              limit. Returns the account's goodwill reversals  *
      *              in the rolling twelve months with every answer.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRV01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COFRV01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-CONSTANTS.
      *  The SEC_ROLE_FUNC function whose row admits a user to the
      *  reversal screen and carries the role's dollar authority
         05 WS-AUTH-FUNCTION-CD        PIC X(08) VALUE 'COFRV00U'.
         05 WS-REV-TRAN-SOURCE         PIC X(10) VALUE 'FEEREV'.
         05 WS-PDC-FUNC-CD             PIC X(08) VALUE 'FEEREV'.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-ACCTID              VALUE 2.
         88 RPC-RESP-ACCT-NOTFOUND               VALUE 3.
         88 RPC-RESP-TRANID-NOTFOUND             VALUE 4.
         88 RPC-RESP-NOT-FEE-OR-INTEREST         VALUE 5.
         88 RPC-RESP-INVALID-AMOUNT              VALUE 6.
         88 RPC-RESP-INVALID-REASON              VALUE 7.
         88 RPC-RESP-NOTHING-TO-REVERSE          VALUE 8.
         88 RPC-RESP-PENDING-APPROVAL            VALUE 9.
         88 RPC-RESP-OVER-AUTHORITY              VALUE 10.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 11.
         88 RPC-RESP-EMPTY-USERID                VALUE 12.
         88 RPC-RESP-WRITE-ERROR                 VALUE 13.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-CHG-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 CHG-CURSOR-EOF                      VALUE 'Y'.
           88 CHG-CURSOR-NOT-EOF                  VALUE 'N'.
      *  Amount asked for, what the charge has left, and the charge's
      *  total given back once this reversal posts - the figure the
      *  user's authority is measured against, so a reversal cannot
      *  be split into pieces each under the limit.
         05 WS-REV-AMT                 PIC S9(09)V99 COMP-3.
         05 WS-REMAINING-AMT           PIC S9(10)V99 COMP-3.
         05 WS-CUMULATIVE-AMT          PIC S9(10)V99 COMP-3.
         05 WS-AUTH-LIMIT-AMT          PIC S9(07)V99 COMP-3.
         05 WS-AUTH-UNLIMITED-FLAG     PIC X(01) VALUE 'N'.
           88 AUTH-UNLIMITED                      VALUE 'Y'.
           88 AUTH-LIMITED                        VALUE 'N'.
         05 WS-AMT-IMG                 PIC -(8)9.99.
         05 WS-AMT-IMG-2               PIC -(8)9.99.
         05 WS-LIMIT-IMG               PIC -(6)9.99.
         05 WS-REASON-DESC             PIC X(14).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-DATE-PARTS REDEFINES WS-CURR-YYYYMMDD.
             15 WS-CURR-YYYY           PIC 9(04).
             15 FILLER                 PIC 9(04).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
      *  Today less a year, as YYYY-MM-DD - the goodwill window
         05 WS-YEAR-AGO-DATE           PIC X(10).
         05 WS-YEAR-AGO-YYYY           PIC 9(04).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not give back charges on an account whose parties they are
      * tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-XREF-ACCT-ID            PIC S9(11) COMP-3.
       01 HOST-USER-ID                 PIC X(08).
       01 HOST-USR-TYPE                PIC X(01).
       01 HOST-RF-ALLOWED-IND          PIC X(01).
       01 HOST-RF-AUTH-LIMIT-AMT       PIC S9(07)V99 COMP-3.
       01 HOST-GOODWILL-COUNT          PIC S9(04) COMP.
       01 HOST-PENDING-COUNT           PIC S9(04) COMP.
       01 HOST-YEAR-AGO-DATE           PIC X(10).

      * The charge being reversed (TRANSACT)
       01 HOST-CHARGE-ROW.
         05 HOST-CHG-TRAN-ID           PIC X(16).
         05 HOST-CHG-TYPE-CD           PIC X(02).
         05 HOST-CHG-CAT-CD            PIC S9(04) COMP.
         05 HOST-CHG-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-CHG-CARD-NUM          PIC X(16).
         05 HOST-CHG-PROC-TS           PIC X(26).
         05 HOST-CHG-DESC              PIC X(30).
         05 HOST-CHG-REVERSED-AMT      PIC S9(10)V99 COMP-3.
         05 HOST-CHG-PENDING-COUNT     PIC S9(04) COMP.

      * Account buckets the credit comes off
       01 HOST-ACCT-BAL-INTEREST       PIC S9(10)V99 COMP-3.
       01 HOST-ACCT-BAL-FEES           PIC S9(10)V99 COMP-3.
       01 HOST-ACCT-BAL-PURCHASES      PIC S9(10)V99 COMP-3.
       01 HOST-ALLOC-REMAINING         PIC S9(10)V99 COMP-3.
       01 HOST-ALLOC-PORTION           PIC S9(10)V99 COMP-3.

      * The reversal posting (TRANSACT)
       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-TRAN-RECORD.
         05 HOST-REV-TRAN-ID           PIC X(16).
         05 HOST-TRAN-AMT              PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-DESC             PIC X(50).
         05 HOST-TRAN-TS               PIC X(26).
       01 HOST-TODAY-DATE              PIC X(10).

      * Pending-change capture (PENDCHG)
       01 HOST-PDC-FIELDS.
         05 HOST-PDC-CHG-ID            PIC S9(18) COMP-3.
         05 HOST-PDC-DEC1              PIC S9(10)V99 COMP-3.
         05 HOST-PDC-DEC2              PIC S9(10)V99 COMP-3.
         05 HOST-PDC-TXT1              PIC X(50).
         05 HOST-PDC-TXT3              PIC X(10).
         05 HOST-PDC-BEFORE-IMG        PIC X(100).
         05 HOST-PDC-AFTER-IMG         PIC X(100).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVFRV01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'L' list the account's charges; 'R' reverse one
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST-CHARGES                VALUE 'L'.
                88 OP-REVERSE-CHARGE              VALUE 'R'.
             10 LK-IN-ACCT-ID           PIC X(11).
      *      The fee or interest TRANSACT row to reverse
             10 LK-IN-TRAN-ID           PIC X(16).
      *      Amount to give back - blank reverses all that is left
             10 LK-IN-REV-AMT           PIC X(12).
      *      GW goodwill, BE bank error, PD payment delayed in
      *      processing, HS hardship, DS dispute resolution
             10 LK-IN-REASON-CD         PIC X(02).
      *      Signed-on user keying the reversal - on an approved
      *      apply from COMKC01A, the checker
             10 LK-IN-USER-ID           PIC X(08).
      *      'Y' only from COMKC01A applying an approved PENDCHG
      *      row: posts without re-queuing, against the checker's
      *      authority, and leaves the COMMIT to COMKC01A
             10 LK-IN-APPROVED-APPLY    PIC X(01).
                88 APPROVED-APPLY                 VALUE 'Y'.
             10 LK-IN-MAKER-ID          PIC X(08).
             10 LK-IN-CHG-ID            PIC 9(18).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-REV-TRAN-ID      PIC X(16).
      *      PENDCHG row when the reversal was queued for approval
             10 LK-OUT-CHG-ID           PIC 9(18).
             10 LK-OUT-GOODWILL-12M     PIC S9(04).
      *      The user's dollar authority; 'Y' when uncapped
             10 LK-OUT-AUTH-LIMIT       PIC S9(07)V99.
             10 LK-OUT-AUTH-UNLIMITED   PIC X(01).
             10 LK-OUT-CHG-COUNT        PIC S9(04) COMP.
             10 LK-OUT-CHG-DATA OCCURS 0 TO 10 TIMES
                DEPENDING ON LK-OUT-CHG-COUNT.
                15 LK-OUT-TRAN-ID       PIC X(16).
                15 LK-OUT-TYPE-CD       PIC X(02).
                15 LK-OUT-POST-DATE     PIC X(10).
                15 LK-OUT-DESC          PIC X(30).
                15 LK-OUT-AMT           PIC S9(10)V99.
                15 LK-OUT-REVERSED-AMT  PIC S9(10)V99.
      *         'P' while a reversal of the charge awaits approval
                15 LK-OUT-PENDING-IND   PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-REV-TRAN-ID
           MOVE ZEROS TO LK-OUT-CHG-ID
           MOVE ZEROS TO LK-OUT-GOODWILL-12M
           MOVE ZEROS TO LK-OUT-AUTH-LIMIT
           MOVE 'N' TO LK-OUT-AUTH-UNLIMITED
           MOVE ZEROS TO LK-OUT-CHG-COUNT

           PERFORM 0100-BUILD-TIMESTAMPS

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1100-READ-ACCOUNT
           END-IF

           IF RPC-RESP-OK
               PERFORM 2500-GET-AUTHORITY
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-LIST-CHARGES
                       PERFORM 2000-LIST-CHARGES
                   WHEN OTHER
                       PERFORM 3000-REVERSE-CHARGE
               END-EVALUATE
           END-IF

           IF WS-ACCT-ID-N > 0
               PERFORM 2600-COUNT-GOODWILL
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    0100-BUILD-TIMESTAMPS
      *----------------------------------------------------------------*
       0100-BUILD-TIMESTAMPS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-TRAN-TS
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-TODAY-DATE

           COMPUTE WS-YEAR-AGO-YYYY = WS-CURR-YYYY - 1
           MOVE HOST-TODAY-DATE TO WS-YEAR-AGO-DATE
           MOVE WS-YEAR-AGO-YYYY TO WS-YEAR-AGO-DATE(1:4).

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           MOVE ZEROS TO WS-ACCT-ID-N

           EVALUATE TRUE
               WHEN NOT (OP-LIST-CHARGES OR OP-REVERSE-CHARGE)
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be L or R...' TO WS-RESP-MSG
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

           IF RPC-RESP-OK AND OP-REVERSE-CHARGE
               MOVE LK-IN-REASON-CD TO FRV-REASON-CD
               EVALUATE TRUE
                   WHEN LK-IN-TRAN-ID = SPACES OR LOW-VALUES
                       SET RPC-RESP-TRANID-NOTFOUND TO TRUE
                       MOVE 'Select the charge to reverse...'
                         TO WS-RESP-MSG
                   WHEN NOT FRV-REASON-VALID
                       SET RPC-RESP-INVALID-REASON TO TRUE
                       MOVE 'Reason must be GW, BE, PD, HS or DS...'
                         TO WS-RESP-MSG
                   WHEN LK-IN-REV-AMT = SPACES OR LOW-VALUES
                       MOVE ZEROS TO WS-REV-AMT
                   WHEN FUNCTION TEST-NUMVAL-C(LK-IN-REV-AMT) NOT = 0
                       SET RPC-RESP-INVALID-AMOUNT TO TRUE
                       MOVE 'Reversal amount must be numeric...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       COMPUTE WS-REV-AMT =
                           FUNCTION NUMVAL-C(LK-IN-REV-AMT)
                       IF WS-REV-AMT NOT > 0
                           SET RPC-RESP-INVALID-AMOUNT TO TRUE
                           MOVE 'Reversal amount must be more than
      -                        ' zero...' TO WS-RESP-MSG
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                       1100-READ-ACCOUNT
      *----------------------------------------------------------------*
       1100-READ-ACCOUNT.

           EXEC SQL
               SELECT ACCT_ID
               INTO :HOST-XREF-ACCT-ID
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
      *                      2000-LIST-CHARGES
      * The newest ten fee and interest charges on any of the
      * account's cards, each with what reversals (this program's,
      * a back-value fee reversal, a backout) have given back on it
      * and whether a reversal of it is waiting for approval.
      *----------------------------------------------------------------*
       2000-LIST-CHARGES.

           MOVE ZEROS TO WS-LIST-COUNT
           SET CHG-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-FRV-CHARGES CURSOR FOR
               SELECT T.TRAN_ID, T.TRAN_TYPE_CD, T.TRAN_AMT,
                      T.TRAN_PROC_TS, SUBSTR(T.TRAN_DESC, 1, 30),
                      COALESCE((SELECT SUM(0 - R.TRAN_AMT)
                                FROM TRANSACT R
                                WHERE R.TRAN_REVERSAL_ID = T.TRAN_ID),
                               0),
                      (SELECT COUNT(*)
                       FROM PENDCHG P
                       WHERE P.PDC_FUNC_CD = 'FEEREV'
                       AND   P.PDC_KEY = T.TRAN_ID
                       AND   P.PDC_STATUS = 'P')
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT X.XREF_CARD_NUM
                      FROM CXACAIX X
                      WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID)
               AND   T.TRAN_TYPE_CD IN ('02', '03')
               AND   T.TRAN_AMT > 0
               ORDER BY T.TRAN_PROC_TS DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-FRV-CHARGES
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9000-SQL-ERROR
               SET CHG-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-ONE-CHARGE
                   UNTIL CHG-CURSOR-EOF OR WS-LIST-COUNT >= 10

           EXEC SQL
               CLOSE CUR-FRV-CHARGES
           END-EXEC

           IF RPC-RESP-OK
               IF WS-LIST-COUNT = 0
                   MOVE 'No fee or interest charges on this account'
                     TO WS-RESP-MSG
               ELSE
                   MOVE 'Fee and interest charges returned'
                     TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    2100-FETCH-ONE-CHARGE
      *----------------------------------------------------------------*
       2100-FETCH-ONE-CHARGE.

           EXEC SQL
               FETCH CUR-FRV-CHARGES
               INTO :HOST-CHG-TRAN-ID, :HOST-CHG-TYPE-CD,
                    :HOST-CHG-AMT, :HOST-CHG-PROC-TS,
                    :HOST-CHG-DESC, :HOST-CHG-REVERSED-AMT,
                    :HOST-CHG-PENDING-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-COUNT TO LK-OUT-CHG-COUNT
                   MOVE HOST-CHG-TRAN-ID
                     TO LK-OUT-TRAN-ID(WS-LIST-COUNT)
                   MOVE HOST-CHG-TYPE-CD
                     TO LK-OUT-TYPE-CD(WS-LIST-COUNT)
                   MOVE HOST-CHG-PROC-TS(1:10)
                     TO LK-OUT-POST-DATE(WS-LIST-COUNT)
                   MOVE HOST-CHG-DESC
                     TO LK-OUT-DESC(WS-LIST-COUNT)
                   MOVE HOST-CHG-AMT
                     TO LK-OUT-AMT(WS-LIST-COUNT)
                   MOVE HOST-CHG-REVERSED-AMT
                     TO LK-OUT-REVERSED-AMT(WS-LIST-COUNT)
                   IF HOST-CHG-PENDING-COUNT > 0
                       MOVE 'P' TO LK-OUT-PENDING-IND(WS-LIST-COUNT)
                   ELSE
                       MOVE ' ' TO LK-OUT-PENDING-IND(WS-LIST-COUNT)
                   END-IF
               WHEN 100
                   SET CHG-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 9000-SQL-ERROR
                   SET CHG-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2500-GET-AUTHORITY
      * The user's limit is the RF_AUTH_LIMIT_AMT on their role's
      * allowed row for the reversal screen. An admin user whose role
      * carries no such row is uncapped - the top of the approval
      * chain. Anyone else without a row (or with a null limit) has
      * no authority of their own: every reversal they key waits
      * for a checker. An unknown user is refused.
      *----------------------------------------------------------------*
       2500-GET-AUTHORITY.

           MOVE LK-IN-USER-ID TO HOST-USER-ID
           MOVE ZEROS TO WS-AUTH-LIMIT-AMT
           SET AUTH-LIMITED TO TRUE

           EXEC SQL
               SELECT U.USR_TYPE,
                      COALESCE(F.RF_ALLOWED_IND, 'N'),
                      COALESCE(F.RF_AUTH_LIMIT_AMT, 0)
               INTO :HOST-USR-TYPE, :HOST-RF-ALLOWED-IND,
                    :HOST-RF-AUTH-LIMIT-AMT
               FROM USERSEC U
               LEFT OUTER JOIN SEC_ROLE_FUNC F
                 ON  F.RF_ROLE_ID = U.USR_ROLE_ID
                 AND F.RF_FUNCTION_CD = :WS-AUTH-FUNCTION-CD
               WHERE U.USR_ID = :HOST-USER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-EMPTY-USERID TO TRUE
                   MOVE 'User ID NOT found...' TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-SQL-ERROR
               WHEN HOST-RF-ALLOWED-IND = 'Y'
                   MOVE HOST-RF-AUTH-LIMIT-AMT TO WS-AUTH-LIMIT-AMT
               WHEN HOST-USR-TYPE = 'A'
                   SET AUTH-UNLIMITED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-AUTH-LIMIT-AMT TO LK-OUT-AUTH-LIMIT
           MOVE WS-AUTH-UNLIMITED-FLAG TO LK-OUT-AUTH-UNLIMITED.

      *----------------------------------------------------------------*
      *                     2600-COUNT-GOODWILL
      * Goodwill reversals posted on the account in the last twelve
      * months (FEEREV rows with reason GW), counted on every answer
      * so the CSR sees the history before giving more.
      *----------------------------------------------------------------*
       2600-COUNT-GOODWILL.

           MOVE WS-YEAR-AGO-DATE TO HOST-YEAR-AGO-DATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-GOODWILL-COUNT
               FROM FEEREV
               WHERE FRV_ACCT_ID = :HOST-ACCT-ID
               AND   FRV_REASON_CD = 'GW'
               AND   FRV_POST_DATE > :HOST-YEAR-AGO-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-GOODWILL-COUNT TO LK-OUT-GOODWILL-12M
           END-IF.

      *----------------------------------------------------------------*
      *                     3000-REVERSE-CHARGE
      *----------------------------------------------------------------*
       3000-REVERSE-CHARGE.

           PERFORM 3100-READ-CHARGE

           IF RPC-RESP-OK AND NOT APPROVED-APPLY
               PERFORM 3200-CHECK-NOT-PENDING
           END-IF

           IF RPC-RESP-OK
               PERFORM 3300-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               IF AUTH-UNLIMITED
                  OR WS-CUMULATIVE-AMT NOT > WS-AUTH-LIMIT-AMT
                   PERFORM 4000-POST-REVERSAL
               ELSE
                   IF APPROVED-APPLY
                       SET RPC-RESP-OVER-AUTHORITY TO TRUE
                       MOVE WS-AUTH-LIMIT-AMT TO WS-LIMIT-IMG
                       STRING 'Reversal exceeds the approver''s'
                              ' authority of '
                              WS-LIMIT-IMG
                         DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   ELSE
                       PERFORM 3500-CAPTURE-PENDING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                       3100-READ-CHARGE
      * The charge must be a fee or interest debit on one of this
      * account's cards with something left to give back.
      *----------------------------------------------------------------*
       3100-READ-CHARGE.

           MOVE LK-IN-TRAN-ID TO HOST-CHG-TRAN-ID

           EXEC SQL
               SELECT T.TRAN_TYPE_CD, T.TRAN_CAT_CD, T.TRAN_AMT,
                      T.TRAN_CARD_NUM, X.XREF_ACCT_ID,
                      COALESCE((SELECT SUM(0 - R.TRAN_AMT)
                                FROM TRANSACT R
                                WHERE R.TRAN_REVERSAL_ID = T.TRAN_ID),
                               0)
               INTO :HOST-CHG-TYPE-CD, :HOST-CHG-CAT-CD,
                    :HOST-CHG-AMT, :HOST-CHG-CARD-NUM,
                    :HOST-XREF-ACCT-ID, :HOST-CHG-REVERSED-AMT
               FROM TRANSACT T, CXACAIX X
               WHERE T.TRAN_ID = :HOST-CHG-TRAN-ID
               AND   X.XREF_CARD_NUM = T.TRAN_CARD_NUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-TRANID-NOTFOUND TO TRUE
                   MOVE 'Transaction ID NOT found...' TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-SQL-ERROR
               WHEN HOST-XREF-ACCT-ID NOT = HOST-ACCT-ID
                   SET RPC-RESP-TRANID-NOTFOUND TO TRUE
                   MOVE 'Transaction is not on this account...'
                     TO WS-RESP-MSG
               WHEN (HOST-CHG-TYPE-CD NOT = '02'
                     AND HOST-CHG-TYPE-CD NOT = '03')
                 OR HOST-CHG-AMT NOT > 0
                   SET RPC-RESP-NOT-FEE-OR-INTEREST TO TRUE
                   MOVE 'Transaction is not a fee or interest
      -                ' charge...' TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-REMAINING-AMT =
                       HOST-CHG-AMT - HOST-CHG-REVERSED-AMT
                   IF WS-REV-AMT = 0
                       MOVE WS-REMAINING-AMT TO WS-REV-AMT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-REMAINING-AMT NOT > 0
                           SET RPC-RESP-NOTHING-TO-REVERSE TO TRUE
                           MOVE 'Charge has already been reversed
      -                        ' in full...' TO WS-RESP-MSG
                       WHEN WS-REV-AMT > WS-REMAINING-AMT
                           SET RPC-RESP-INVALID-AMOUNT TO TRUE
                           MOVE WS-REMAINING-AMT TO WS-AMT-IMG
                           STRING 'Amount exceeds what is left on '
                                  'the charge: '
                                  WS-AMT-IMG
                             DELIMITED BY SIZE
                             INTO WS-RESP-MSG
                       WHEN OTHER
                           COMPUTE WS-CUMULATIVE-AMT =
                               HOST-CHG-REVERSED-AMT + WS-REV-AMT
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    3200-CHECK-NOT-PENDING
      * One reversal of a charge waits for approval at a time - the
      * queue cannot be sidestepped by keying it again.
      *----------------------------------------------------------------*
       3200-CHECK-NOT-PENDING.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-PENDING-COUNT
               FROM PENDCHG
               WHERE PDC_FUNC_CD = :WS-PDC-FUNC-CD
               AND   PDC_KEY = :HOST-CHG-TRAN-ID
               AND   PDC_STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9000-SQL-ERROR
               WHEN HOST-PENDING-COUNT > 0
                   SET RPC-RESP-PENDING-APPROVAL TO TRUE
                   MOVE 'A reversal of this charge is already
      -                ' waiting for approval...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3300-CHECK-STAFF-CONFLICT
      * On an approved apply the approver is the user checked.
      *----------------------------------------------------------------*
       3300-CHECK-STAFF-CONFLICT.

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
      *                    3500-CAPTURE-PENDING
      * Above the maker's authority: nothing posts - the fully edited
      * reversal waits on PENDCHG for a checker (COMKC01A), with a
      * before/after image for the checker's diff.
      *----------------------------------------------------------------*
       3500-CAPTURE-PENDING.

           EXEC SQL
               SELECT NEXT VALUE FOR PDC_CHG_ID_SEQ
               INTO :HOST-PDC-CHG-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-REV-AMT        TO HOST-PDC-DEC1
           MOVE WS-CUMULATIVE-AMT TO HOST-PDC-DEC2
           MOVE SPACES            TO HOST-PDC-TXT1
           MOVE LK-IN-ACCT-ID     TO HOST-PDC-TXT1(1:11)
           MOVE SPACES            TO HOST-PDC-TXT3
           MOVE FRV-REASON-CD     TO HOST-PDC-TXT3(1:2)

           MOVE HOST-CHG-AMT TO WS-AMT-IMG
           MOVE HOST-CHG-REVERSED-AMT TO WS-AMT-IMG-2
           MOVE SPACES TO HOST-PDC-BEFORE-IMG
           STRING 'CHARGE TYPE ' HOST-CHG-TYPE-CD
                  ' AMT ' WS-AMT-IMG
                  ' GIVEN BACK ' WS-AMT-IMG-2
                  ' ACCT ' LK-IN-ACCT-ID
             DELIMITED BY SIZE INTO HOST-PDC-BEFORE-IMG

           MOVE WS-REV-AMT TO WS-AMT-IMG
           MOVE WS-AUTH-LIMIT-AMT TO WS-LIMIT-IMG
           MOVE SPACES TO HOST-PDC-AFTER-IMG
           STRING 'REVERSE ' WS-AMT-IMG
                  ' REASON ' FRV-REASON-CD
                  ' MAKER LIMIT ' WS-LIMIT-IMG
             DELIMITED BY SIZE INTO HOST-PDC-AFTER-IMG

           EXEC SQL
               INSERT INTO PENDCHG
               (PDC_CHG_ID, PDC_FUNC_CD, PDC_KEY, PDC_DATE,
                PDC_DEC1, PDC_DEC2, PDC_NUM1, PDC_TXT1, PDC_TXT2,
                PDC_TXT3, PDC_BEFORE_IMG, PDC_AFTER_IMG,
                PDC_MAKER_ID, PDC_STATUS, PDC_CREATE_TS,
                PDC_CHECKER_ID, PDC_DECIDE_TS)
               VALUES
               (:HOST-PDC-CHG-ID, :WS-PDC-FUNC-CD,
                :HOST-CHG-TRAN-ID, :HOST-TODAY-DATE,
                :HOST-PDC-DEC1, :HOST-PDC-DEC2, 0,
                :HOST-PDC-TXT1, ' ', :HOST-PDC-TXT3,
                :HOST-PDC-BEFORE-IMG, :HOST-PDC-AFTER-IMG,
                :HOST-USER-ID, 'P', :HOST-TRAN-TS,
                ' ', ' ')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET RPC-RESP-PENDING-APPROVAL TO TRUE
                   MOVE HOST-PDC-CHG-ID TO LK-OUT-CHG-ID
                   MOVE 'Above your authority - reversal queued
      -                ' for approval...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to queue reversal - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     4000-POST-REVERSAL
      * Reversal insert, account credit and FEEREV log in one unit of
      * work. The credit comes off the bucket the charge went to -
      * fees or interest - with any remainder off purchases, and
      * counts toward the cycle's credits as CBACT98A's adjustments
      * do. On an approved apply COMKC01A commits it with the
      * PENDCHG close-out.
      *----------------------------------------------------------------*
       4000-POST-REVERSAL.

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO HOST-REV-TRAN-ID

           EVALUATE TRUE
               WHEN FRV-REASON-GOODWILL
                   MOVE 'GOODWILL'       TO WS-REASON-DESC
               WHEN FRV-REASON-BANK-ERROR
                   MOVE 'BANK ERROR'     TO WS-REASON-DESC
               WHEN FRV-REASON-PAYMENT-DELAY
                   MOVE 'PAYMENT DELAY'  TO WS-REASON-DESC
               WHEN FRV-REASON-HARDSHIP
                   MOVE 'HARDSHIP'       TO WS-REASON-DESC
               WHEN OTHER
                   MOVE 'DISPUTE'        TO WS-REASON-DESC
           END-EVALUATE

           MOVE SPACES TO HOST-TRAN-DESC
           IF HOST-CHG-TYPE-CD = '02'
               STRING 'INTEREST REVERSAL ('
                      FUNCTION TRIM(WS-REASON-DESC)
                      ') - ' HOST-CHG-TRAN-ID
                 DELIMITED BY SIZE
                 INTO HOST-TRAN-DESC
           ELSE
               STRING 'FEE REVERSAL ('
                      FUNCTION TRIM(WS-REASON-DESC)
                      ') - ' HOST-CHG-TRAN-ID
                 DELIMITED BY SIZE
                 INTO HOST-TRAN-DESC
           END-IF
           COMPUTE HOST-TRAN-AMT = 0 - WS-REV-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-REV-TRAN-ID, :HOST-CHG-TYPE-CD,
                :HOST-CHG-CAT-CD, :WS-REV-TRAN-SOURCE,
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-CHG-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS,
                :HOST-CHG-TRAN-ID)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-REV-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 9100-POST-ERROR
           ELSE
               PERFORM 4100-CREDIT-ACCOUNT
           END-IF

           IF RPC-RESP-OK
               PERFORM 4200-LOG-REVERSAL
           END-IF

           IF RPC-RESP-OK
               IF NOT APPROVED-APPLY
                   EXEC SQL COMMIT END-EXEC
               END-IF
               MOVE HOST-REV-TRAN-ID TO LK-OUT-REV-TRAN-ID
               MOVE WS-REV-AMT TO WS-AMT-IMG
               STRING 'Reversal of ' FUNCTION TRIM(WS-AMT-IMG)
                      ' posted as ' HOST-REV-TRAN-ID
                 DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                     4100-CREDIT-ACCOUNT
      *----------------------------------------------------------------*
       4100-CREDIT-ACCOUNT.

           EXEC SQL
               SELECT COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :HOST-ACCT-BAL-INTEREST, :HOST-ACCT-BAL-FEES,
                    :HOST-ACCT-BAL-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-POST-ERROR
           ELSE
               MOVE WS-REV-AMT TO HOST-ALLOC-REMAINING
               IF HOST-CHG-TYPE-CD = '02'
                   IF HOST-ACCT-BAL-INTEREST > 0
                       IF HOST-ALLOC-REMAINING < HOST-ACCT-BAL-INTEREST
                           MOVE HOST-ALLOC-REMAINING
                             TO HOST-ALLOC-PORTION
                       ELSE
                           MOVE HOST-ACCT-BAL-INTEREST
                             TO HOST-ALLOC-PORTION
                       END-IF
                       SUBTRACT HOST-ALLOC-PORTION
                           FROM HOST-ACCT-BAL-INTEREST
                       SUBTRACT HOST-ALLOC-PORTION
                           FROM HOST-ALLOC-REMAINING
                   END-IF
               ELSE
                   IF HOST-ACCT-BAL-FEES > 0
                       IF HOST-ALLOC-REMAINING < HOST-ACCT-BAL-FEES
                           MOVE HOST-ALLOC-REMAINING
                             TO HOST-ALLOC-PORTION
                       ELSE
                           MOVE HOST-ACCT-BAL-FEES
                             TO HOST-ALLOC-PORTION
                       END-IF
                       SUBTRACT HOST-ALLOC-PORTION
                           FROM HOST-ACCT-BAL-FEES
                       SUBTRACT HOST-ALLOC-PORTION
                           FROM HOST-ALLOC-REMAINING
                   END-IF
               END-IF
               SUBTRACT HOST-ALLOC-REMAINING
                   FROM HOST-ACCT-BAL-PURCHASES

               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
                       ACCT_CURR_CYC_CREDIT =
                           ACCT_CURR_CYC_CREDIT + :WS-REV-AMT,
                       ACCT_BAL_INTEREST = :HOST-ACCT-BAL-INTEREST,
                       ACCT_BAL_FEES = :HOST-ACCT-BAL-FEES,
                       ACCT_BAL_PURCHASES = :HOST-ACCT-BAL-PURCHASES
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 9100-POST-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      4200-LOG-REVERSAL
      *----------------------------------------------------------------*
       4200-LOG-REVERSAL.

           MOVE HOST-REV-TRAN-ID  TO FRV-REV-TRAN-ID
           MOVE HOST-ACCT-ID      TO FRV-ACCT-ID
           MOVE HOST-CHG-TRAN-ID  TO FRV-ORIG-TRAN-ID
           MOVE HOST-CHG-TYPE-CD  TO FRV-ORIG-TYPE-CD
           MOVE WS-REV-AMT        TO FRV-REV-AMT
           MOVE HOST-TODAY-DATE   TO FRV-POST-DATE
           MOVE HOST-TRAN-TS      TO FRV-POST-TS
           IF APPROVED-APPLY
               MOVE LK-IN-MAKER-ID TO FRV-MAKER-ID
               MOVE LK-IN-USER-ID  TO FRV-APPROVER-ID
               MOVE LK-IN-CHG-ID   TO FRV-CHG-ID
           ELSE
               MOVE LK-IN-USER-ID  TO FRV-MAKER-ID
               MOVE SPACES         TO FRV-APPROVER-ID
               MOVE ZEROS          TO FRV-CHG-ID
           END-IF

           EXEC SQL
               INSERT INTO FEEREV
               (FRV_REV_TRAN_ID, FRV_ACCT_ID, FRV_ORIG_TRAN_ID,
                FRV_ORIG_TYPE_CD, FRV_REV_AMT, FRV_REASON_CD,
                FRV_MAKER_ID, FRV_APPROVER_ID, FRV_CHG_ID,
                FRV_POST_DATE, FRV_POST_TS)
               VALUES
               (:FRV-REV-TRAN-ID, :FRV-ACCT-ID, :FRV-ORIG-TRAN-ID,
                :FRV-ORIG-TYPE-CD, :FRV-REV-AMT, :FRV-REASON-CD,
                :FRV-MAKER-ID, :FRV-APPROVER-ID, :FRV-CHG-ID,
                :FRV-POST-DATE, :FRV-POST-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-POST-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *                        9000-SQL-ERROR
      *----------------------------------------------------------------*
       9000-SQL-ERROR.

           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to read charges - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *                        9100-POST-ERROR
      *----------------------------------------------------------------*
       9100-POST-ERROR.

           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to post reversal - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
