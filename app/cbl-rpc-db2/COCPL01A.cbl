000001******************************************************************
      * Program:     COCPL01A                                          *
      * Function:    Customer complaint log RPC service                *
      * Description: Takes and works customer complaints in the       *
      *              COMPLNT log - logs a complaint against the       *
      *              account (customer and product resolved from the  *
      *              account, response deadline set from the received *
      *              date and channel), optionally tied to the        *
      *              DISPUTES or COLLWQ item it is about; takes it    *
      *              in progress, records the root-cause program area *
      *              and closes it with the resolution. Also returns  *
      *              one complaint, the account's complaints newest   *
      *              first, and the open queue by deadline. CBACT72A  *
      *              reports the aging and the root-cause summary.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCPL01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCPL01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-COMPLAINT-NOTFOUND          VALUE 4.
         88 RPC-RESP-COMPLAINT-CLOSED            VALUE 5.
         88 RPC-RESP-LINK-NOTFOUND               VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.

      * Response clock from the received date - a complaint referred
      * by a regulator (CFPB portal, state AG) runs the regulator's
      * shorter clock; every other channel runs the house standard.
       01 WS-CONSTANTS.
         05 WS-REGULATOR-RESPONSE-DAYS PIC S9(04) COMP VALUE 15.
         05 WS-STANDARD-RESPONSE-DAYS  PIC S9(04) COMP VALUE 30.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-CUST-ID                 PIC S9(09) COMP.
       01 HOST-LINK-COUNT              PIC S9(04) COMP.
       01 HOST-COMPLAINT-ID-SEQ        PIC S9(18) COMP-3.
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-TODAY-DATE              PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-COMPLAINT-ID-N          PIC 9(18) VALUE ZEROS.
         05 WS-DATE-CHECK              PIC X(10).
         05 WS-DATE-CHECK-FLAG         PIC X(01).
           88 DATE-CHECK-VALID                   VALUE 'Y'.
           88 DATE-CHECK-INVALID                 VALUE 'N'.
         05 WS-DATE-YYYYMMDD           PIC 9(08).
         05 WS-DATE-INT                PIC S9(09) COMP.
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

       COPY CVCPL01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'A' log a new complaint; 'W' work it (take it in
      *      progress, update category, link or program area); 'C'
      *      close it with the resolution; 'I' return one complaint;
      *      'L' the account's complaints newest first; 'Q' the open
      *      complaints by response deadline
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-ADD-COMPLAINT               VALUE 'A'.
                88 OP-WORK-COMPLAINT              VALUE 'W'.
                88 OP-CLOSE-COMPLAINT             VALUE 'C'.
                88 OP-INQUIRE-COMPLAINT           VALUE 'I'.
                88 OP-LIST-ACCOUNT                VALUE 'L'.
                88 OP-LIST-QUEUE                  VALUE 'Q'.
             10 LK-IN-COMPLAINT-ID      PIC 9(18).
             10 LK-IN-ACCT-ID           PIC X(11).
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-CATEGORY          PIC X(02).
             10 LK-IN-CHANNEL           PIC X(01).
             10 LK-IN-RECEIVED-DATE     PIC X(10).
             10 LK-IN-LINK-TYPE         PIC X(01).
             10 LK-IN-LINK-ID           PIC 9(18).
             10 LK-IN-DESCRIPTION       PIC X(100).
             10 LK-IN-PROGRAM-AREA      PIC X(04).
             10 LK-IN-RESOLUTION-CD     PIC X(01).
             10 LK-IN-RESOLUTION-TEXT   PIC X(100).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-COMPLAINT-DATA.
                15 LK-OUT-COMPLAINT-ID  PIC 9(18).
                15 LK-OUT-CUST-ID       PIC 9(09).
                15 LK-OUT-ACCT-ID       PIC 9(11).
                15 LK-OUT-CATEGORY      PIC X(02).
                15 LK-OUT-PRODUCT       PIC X(10).
                15 LK-OUT-CHANNEL       PIC X(01).
                15 LK-OUT-RECEIVED-DATE PIC X(10).
                15 LK-OUT-DUE-DATE      PIC X(10).
                15 LK-OUT-LINK-TYPE     PIC X(01).
                15 LK-OUT-LINK-ID       PIC 9(18).
                15 LK-OUT-DESCRIPTION   PIC X(100).
                15 LK-OUT-STATUS        PIC X(01).
                15 LK-OUT-PROGRAM-AREA  PIC X(04).
                15 LK-OUT-RESOLUTION-CD PIC X(01).
                15 LK-OUT-RESOLUTION-TEXT
                                        PIC X(100).
                15 LK-OUT-CLOSED-DATE   PIC X(10).
                15 LK-OUT-TAKEN-BY-USER-ID
                                        PIC X(08).
                15 LK-OUT-OWNER-USER-ID PIC X(08).
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 8 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-ITEM-COMPLAINT-ID
                                        PIC 9(18).
                15 LK-OUT-ITEM-ACCT-ID  PIC 9(11).
                15 LK-OUT-ITEM-CATEGORY PIC X(02).
                15 LK-OUT-ITEM-CHANNEL  PIC X(01).
                15 LK-OUT-ITEM-STATUS   PIC X(01).
                15 LK-OUT-ITEM-RECEIVED-DATE
                                        PIC X(10).
                15 LK-OUT-ITEM-DUE-DATE PIC X(10).
                15 LK-OUT-ITEM-OWNER-USER-ID
                                        PIC X(08).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-COMPLAINT-DATA
           MOVE ZEROS TO LK-OUT-COMPLAINT-ID
           MOVE ZEROS TO LK-OUT-CUST-ID
           MOVE ZEROS TO LK-OUT-ACCT-ID
           MOVE ZEROS TO LK-OUT-LINK-ID
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-NOW-TS
           MOVE HOST-NOW-TS(1:10) TO HOST-TODAY-DATE

           EVALUATE TRUE
               WHEN OP-ADD-COMPLAINT
                   PERFORM 2000-ADD-COMPLAINT
                      THRU 2000-ADD-COMPLAINT-EXIT
               WHEN OP-WORK-COMPLAINT
                   PERFORM 3000-WORK-COMPLAINT
                      THRU 3000-WORK-COMPLAINT-EXIT
               WHEN OP-CLOSE-COMPLAINT
                   PERFORM 4000-CLOSE-COMPLAINT
                      THRU 4000-CLOSE-COMPLAINT-EXIT
               WHEN OP-INQUIRE-COMPLAINT
                   PERFORM 5000-READ-COMPLAINT
               WHEN OP-LIST-ACCOUNT
                   PERFORM 6000-LIST-ACCOUNT
                      THRU 6000-LIST-ACCOUNT-EXIT
               WHEN OP-LIST-QUEUE
                   PERFORM 6500-LIST-QUEUE
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be A, W, C, I, L or Q...'
                     TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1100-CHECK-DATE-FORMAT
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
      *                      1200-CHECK-LINK
      * The linked servicing item must exist and belong to the
      * complaint's account - a dispute by its ID, the collections
      * workqueue row by the account.
      *----------------------------------------------------------------*
       1200-CHECK-LINK.

           MOVE ZEROS TO HOST-LINK-COUNT

           EVALUATE TRUE
               WHEN CPL-LINK-DISPUTE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :HOST-LINK-COUNT
                       FROM DISPUTES
                       WHERE DSP_DISPUTE_ID = :CPL-LINK-ID
                       AND   DSP_ACCT_ID = :CPL-ACCT-ID
                   END-EXEC
               WHEN CPL-LINK-COLLECTIONS
                   MOVE CPL-ACCT-ID TO CPL-LINK-ID
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :HOST-LINK-COUNT
                       FROM COLLWQ
                       WHERE COL_ACCT_ID = :CPL-ACCT-ID
                   END-EXEC
               WHEN OTHER
                   MOVE ZEROS TO CPL-LINK-ID
                   MOVE 1 TO HOST-LINK-COUNT
           END-EVALUATE

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to check linked item - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               IF HOST-LINK-COUNT = 0
                   SET RPC-RESP-LINK-NOTFOUND TO TRUE
                   IF CPL-LINK-DISPUTE
                       MOVE 'Dispute NOT found on this account...'
                         TO WS-RESP-MSG
                   ELSE
                       MOVE 'Account NOT on the collections queue...'
                         TO WS-RESP-MSG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-ADD-COMPLAINT
      *----------------------------------------------------------------*
       2000-ADD-COMPLAINT.

           INITIALIZE COMPLAINT-RECORD

           IF LK-IN-ACCT-ID = SPACES OR LOW-VALUES
            OR LK-IN-ACCT-ID IS NOT NUMERIC
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF
           COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
           MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
                                CPL-ACCT-ID

           MOVE LK-IN-CATEGORY TO CPL-CATEGORY
           IF NOT CPL-CATEGORY-VALID
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Category must be BL FE IN PY DS CO FR CR PV SV OT'
                 TO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF

           MOVE LK-IN-CHANNEL TO CPL-CHANNEL
           IF NOT CPL-CHANNEL-VALID
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Channel must be P, M, E, B or R...'
                 TO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF

           IF LK-IN-DESCRIPTION = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Describe the complaint...' TO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF
           MOVE LK-IN-DESCRIPTION TO CPL-DESCRIPTION

      *    Received date defaults to today - mail is logged the day
      *    it is opened unless the CSR keys the postmark date.
           IF LK-IN-RECEIVED-DATE = SPACES OR LOW-VALUES
               MOVE HOST-TODAY-DATE TO CPL-RECEIVED-DATE
           ELSE
               MOVE LK-IN-RECEIVED-DATE TO WS-DATE-CHECK
               PERFORM 1100-CHECK-DATE-FORMAT
               IF DATE-CHECK-INVALID
                OR LK-IN-RECEIVED-DATE > HOST-TODAY-DATE
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Received date must be YYYY-MM-DD, not future'
                     TO WS-RESP-MSG
                   GO TO 2000-ADD-COMPLAINT-EXIT
               END-IF
               MOVE LK-IN-RECEIVED-DATE TO CPL-RECEIVED-DATE
           END-IF

           MOVE CPL-RECEIVED-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE CPL-RECEIVED-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE CPL-RECEIVED-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           IF CPL-CHANNEL-REGULATOR
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   + WS-REGULATOR-RESPONSE-DAYS
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   + WS-STANDARD-RESPONSE-DAYS
           END-IF
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO CPL-DUE-DATE

      *    The complainant is the customer on the account's primary
      *    (lowest-numbered) card, as the statement jobs resolve it;
      *    the product is the account's group.
           EXEC SQL
               SELECT X.XREF_CUST_ID, A.ACCT_GROUP_ID
               INTO :HOST-CUST-ID, :CPL-PRODUCT
               FROM CXACAIX X, ACCTDAT A
               WHERE A.ACCT_ID = :HOST-ACCT-ID
               AND   X.XREF_ACCT_ID = A.ACCT_ID
               AND   X.XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                         FROM CXACAIX
                                         WHERE XREF_ACCT_ID =
                                               :HOST-ACCT-ID)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-CUST-ID TO CPL-CUST-ID
               WHEN 100
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   GO TO 2000-ADD-COMPLAINT-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-ADD-COMPLAINT-EXIT
           END-EVALUATE

           MOVE LK-IN-LINK-TYPE TO CPL-LINK-TYPE
           MOVE LK-IN-LINK-ID TO CPL-LINK-ID
           IF NOT (CPL-LINK-NONE OR CPL-LINK-DISPUTE
                   OR CPL-LINK-COLLECTIONS)
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Link type must be D, C or blank...'
                 TO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF
           PERFORM 1200-CHECK-LINK
           IF NOT RPC-RESP-OK
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF

           EXEC SQL
               SELECT NEXT VALUE FOR CPL_COMPLAINT_ID_SEQ
               INTO :HOST-COMPLAINT-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to assign complaint ID - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 2000-ADD-COMPLAINT-EXIT
           END-IF

           MOVE HOST-COMPLAINT-ID-SEQ TO CPL-COMPLAINT-ID
           SET CPL-STATUS-OPEN TO TRUE
           MOVE SPACES TO CPL-PROGRAM-AREA
           MOVE SPACES TO CPL-RESOLUTION-CD
           MOVE SPACES TO CPL-RESOLUTION-TEXT
           MOVE SPACES TO CPL-CLOSED-DATE
           MOVE LK-IN-USER-ID TO CPL-TAKEN-BY-USER-ID
           MOVE SPACES TO CPL-OWNER-USER-ID
           MOVE HOST-NOW-TS TO CPL-CREATE-TS
           MOVE HOST-NOW-TS TO CPL-UPDATE-TS

           EXEC SQL
               INSERT INTO COMPLNT
               (CPL_COMPLAINT_ID, CPL_CUST_ID, CPL_ACCT_ID,
                CPL_CATEGORY, CPL_PRODUCT, CPL_CHANNEL,
                CPL_RECEIVED_DATE, CPL_DUE_DATE, CPL_LINK_TYPE,
                CPL_LINK_ID, CPL_DESCRIPTION, CPL_STATUS,
                CPL_PROGRAM_AREA, CPL_RESOLUTION_CD,
                CPL_RESOLUTION_TEXT, CPL_CLOSED_DATE,
                CPL_TAKEN_BY_USER_ID, CPL_OWNER_USER_ID,
                CPL_CREATE_TS, CPL_UPDATE_TS)
               VALUES
               (:CPL-COMPLAINT-ID, :CPL-CUST-ID, :CPL-ACCT-ID,
                :CPL-CATEGORY, :CPL-PRODUCT, :CPL-CHANNEL,
                :CPL-RECEIVED-DATE, :CPL-DUE-DATE, :CPL-LINK-TYPE,
                :CPL-LINK-ID, :CPL-DESCRIPTION, :CPL-STATUS,
                :CPL-PROGRAM-AREA, :CPL-RESOLUTION-CD,
                :CPL-RESOLUTION-TEXT, :CPL-CLOSED-DATE,
                :CPL-TAKEN-BY-USER-ID, :CPL-OWNER-USER-ID,
                :CPL-CREATE-TS, :CPL-UPDATE-TS)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               PERFORM 5200-MOVE-COMPLAINT-DATA
               STRING 'Complaint ' LK-OUT-COMPLAINT-ID
                      ' logged - respond by ' CPL-DUE-DATE
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               SET RPC-RESP-WRITE-ERROR TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to log complaint - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
       2000-ADD-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3000-WORK-COMPLAINT
      * Takes the complaint in progress for the calling CSR and
      * applies whichever of category, link and program area were
      * keyed - blanks leave the field as it was.
      *----------------------------------------------------------------*
       3000-WORK-COMPLAINT.

           PERFORM 5000-READ-COMPLAINT
           IF NOT RPC-RESP-OK
               GO TO 3000-WORK-COMPLAINT-EXIT
           END-IF

           IF NOT CPL-STATUS-WORKABLE
               SET RPC-RESP-COMPLAINT-CLOSED TO TRUE
               MOVE 'Complaint is already closed...' TO WS-RESP-MSG
               GO TO 3000-WORK-COMPLAINT-EXIT
           END-IF

           IF LK-IN-CATEGORY NOT = SPACES
              AND LK-IN-CATEGORY NOT = LOW-VALUES
               MOVE LK-IN-CATEGORY TO CPL-CATEGORY
               IF NOT CPL-CATEGORY-VALID
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   STRING 'Category must be BL FE IN PY DS CO '
                          'FR CR PV SV OT'
                     DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 3000-WORK-COMPLAINT-EXIT
               END-IF
           END-IF

           IF LK-IN-PROGRAM-AREA NOT = SPACES
              AND LK-IN-PROGRAM-AREA NOT = LOW-VALUES
               MOVE LK-IN-PROGRAM-AREA TO CPL-PROGRAM-AREA
               IF NOT CPL-PROGRAM-AREA-VALID
                   PERFORM 4900-BAD-PROGRAM-AREA
                   GO TO 3000-WORK-COMPLAINT-EXIT
               END-IF
           END-IF

           IF LK-IN-LINK-TYPE = 'D' OR 'C'
               MOVE LK-IN-LINK-TYPE TO CPL-LINK-TYPE
               MOVE LK-IN-LINK-ID TO CPL-LINK-ID
               PERFORM 1200-CHECK-LINK
               IF NOT RPC-RESP-OK
                   GO TO 3000-WORK-COMPLAINT-EXIT
               END-IF
           END-IF

           SET CPL-STATUS-IN-PROGRESS TO TRUE
           IF LK-IN-USER-ID NOT = SPACES
              AND LK-IN-USER-ID NOT = LOW-VALUES
               MOVE LK-IN-USER-ID TO CPL-OWNER-USER-ID
           END-IF

           PERFORM 4800-UPDATE-COMPLAINT

           IF RPC-RESP-OK
               PERFORM 5200-MOVE-COMPLAINT-DATA
               STRING 'Complaint ' LK-OUT-COMPLAINT-ID
                      ' in progress with ' CPL-OWNER-USER-ID
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
       3000-WORK-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      4000-CLOSE-COMPLAINT
      * A close must say how it was resolved and which program
      * area's process caused it (NONE where no fault was found) -
      * that is what the root-cause summary is built from.
      *----------------------------------------------------------------*
       4000-CLOSE-COMPLAINT.

           PERFORM 5000-READ-COMPLAINT
           IF NOT RPC-RESP-OK
               GO TO 4000-CLOSE-COMPLAINT-EXIT
           END-IF

           IF NOT CPL-STATUS-WORKABLE
               SET RPC-RESP-COMPLAINT-CLOSED TO TRUE
               MOVE 'Complaint is already closed...' TO WS-RESP-MSG
               GO TO 4000-CLOSE-COMPLAINT-EXIT
           END-IF

           MOVE LK-IN-RESOLUTION-CD TO CPL-RESOLUTION-CD
           IF NOT CPL-RESOLUTION-VALID
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Resolution must be F, P, E or W...'
                 TO WS-RESP-MSG
               GO TO 4000-CLOSE-COMPLAINT-EXIT
           END-IF

           IF LK-IN-RESOLUTION-TEXT = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Describe the resolution...' TO WS-RESP-MSG
               GO TO 4000-CLOSE-COMPLAINT-EXIT
           END-IF
           MOVE LK-IN-RESOLUTION-TEXT TO CPL-RESOLUTION-TEXT

           IF LK-IN-PROGRAM-AREA NOT = SPACES
              AND LK-IN-PROGRAM-AREA NOT = LOW-VALUES
               MOVE LK-IN-PROGRAM-AREA TO CPL-PROGRAM-AREA
           END-IF
           IF NOT CPL-PROGRAM-AREA-VALID
               PERFORM 4900-BAD-PROGRAM-AREA
               GO TO 4000-CLOSE-COMPLAINT-EXIT
           END-IF

           SET CPL-STATUS-CLOSED TO TRUE
           MOVE HOST-TODAY-DATE TO CPL-CLOSED-DATE
           IF LK-IN-USER-ID NOT = SPACES
              AND LK-IN-USER-ID NOT = LOW-VALUES
               MOVE LK-IN-USER-ID TO CPL-OWNER-USER-ID
           END-IF

           PERFORM 4800-UPDATE-COMPLAINT

           IF RPC-RESP-OK
               PERFORM 5200-MOVE-COMPLAINT-DATA
               STRING 'Complaint ' LK-OUT-COMPLAINT-ID
                      ' closed ' CPL-CLOSED-DATE
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
       4000-CLOSE-COMPLAINT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    4800-UPDATE-COMPLAINT
      * Rewrites the worked fields - guarded on the row still being
      * workable, so two CSRs cannot both close it.
      *----------------------------------------------------------------*
       4800-UPDATE-COMPLAINT.

           MOVE HOST-NOW-TS TO CPL-UPDATE-TS

           EXEC SQL
               UPDATE COMPLNT
               SET CPL_CATEGORY = :CPL-CATEGORY,
                   CPL_LINK_TYPE = :CPL-LINK-TYPE,
                   CPL_LINK_ID = :CPL-LINK-ID,
                   CPL_STATUS = :CPL-STATUS,
                   CPL_PROGRAM_AREA = :CPL-PROGRAM-AREA,
                   CPL_RESOLUTION_CD = :CPL-RESOLUTION-CD,
                   CPL_RESOLUTION_TEXT = :CPL-RESOLUTION-TEXT,
                   CPL_CLOSED_DATE = :CPL-CLOSED-DATE,
                   CPL_OWNER_USER_ID = :CPL-OWNER-USER-ID,
                   CPL_UPDATE_TS = :CPL-UPDATE-TS
               WHERE CPL_COMPLAINT_ID = :CPL-COMPLAINT-ID
               AND   CPL_STATUS IN ('O', 'W')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   SET RPC-RESP-COMPLAINT-CLOSED TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Complaint is already closed...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to update complaint - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    4900-BAD-PROGRAM-AREA
      *----------------------------------------------------------------*
       4900-BAD-PROGRAM-AREA.

           SET RPC-RESP-INVALID-INPUT TO TRUE
           STRING 'Program area: BILL PYMT COLL DISP FRAU CARD '
                  'AUTH RISK CSVC SYST NONE'
             DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *                      5000-READ-COMPLAINT
      *----------------------------------------------------------------*
       5000-READ-COMPLAINT.

           IF LK-IN-COMPLAINT-ID = ZEROS
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Complaint ID can NOT be empty...' TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-COMPLAINT-ID TO CPL-COMPLAINT-ID

               EXEC SQL
                   SELECT CPL_CUST_ID, CPL_ACCT_ID, CPL_CATEGORY,
                          CPL_PRODUCT, CPL_CHANNEL,
                          CPL_RECEIVED_DATE, CPL_DUE_DATE,
                          CPL_LINK_TYPE, CPL_LINK_ID,
                          CPL_DESCRIPTION, CPL_STATUS,
                          CPL_PROGRAM_AREA, CPL_RESOLUTION_CD,
                          CPL_RESOLUTION_TEXT, CPL_CLOSED_DATE,
                          CPL_TAKEN_BY_USER_ID, CPL_OWNER_USER_ID
                   INTO :CPL-CUST-ID, :CPL-ACCT-ID, :CPL-CATEGORY,
                        :CPL-PRODUCT, :CPL-CHANNEL,
                        :CPL-RECEIVED-DATE, :CPL-DUE-DATE,
                        :CPL-LINK-TYPE, :CPL-LINK-ID,
                        :CPL-DESCRIPTION, :CPL-STATUS,
                        :CPL-PROGRAM-AREA, :CPL-RESOLUTION-CD,
                        :CPL-RESOLUTION-TEXT, :CPL-CLOSED-DATE,
                        :CPL-TAKEN-BY-USER-ID, :CPL-OWNER-USER-ID
                   FROM COMPLNT
                   WHERE CPL_COMPLAINT_ID = :CPL-COMPLAINT-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 5200-MOVE-COMPLAINT-DATA
                   WHEN 100
                       SET RPC-RESP-COMPLAINT-NOTFOUND TO TRUE
                       MOVE 'Complaint ID NOT found...' TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read complaint - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                    5200-MOVE-COMPLAINT-DATA
      *----------------------------------------------------------------*
       5200-MOVE-COMPLAINT-DATA.

           MOVE CPL-COMPLAINT-ID      TO LK-OUT-COMPLAINT-ID
           MOVE CPL-CUST-ID           TO LK-OUT-CUST-ID
           MOVE CPL-ACCT-ID           TO LK-OUT-ACCT-ID
           MOVE CPL-CATEGORY          TO LK-OUT-CATEGORY
           MOVE CPL-PRODUCT           TO LK-OUT-PRODUCT
           MOVE CPL-CHANNEL           TO LK-OUT-CHANNEL
           MOVE CPL-RECEIVED-DATE     TO LK-OUT-RECEIVED-DATE
           MOVE CPL-DUE-DATE          TO LK-OUT-DUE-DATE
           MOVE CPL-LINK-TYPE         TO LK-OUT-LINK-TYPE
           MOVE CPL-LINK-ID           TO LK-OUT-LINK-ID
           MOVE CPL-DESCRIPTION       TO LK-OUT-DESCRIPTION
           MOVE CPL-STATUS            TO LK-OUT-STATUS
           MOVE CPL-PROGRAM-AREA      TO LK-OUT-PROGRAM-AREA
           MOVE CPL-RESOLUTION-CD     TO LK-OUT-RESOLUTION-CD
           MOVE CPL-RESOLUTION-TEXT   TO LK-OUT-RESOLUTION-TEXT
           MOVE CPL-CLOSED-DATE       TO LK-OUT-CLOSED-DATE
           MOVE CPL-TAKEN-BY-USER-ID  TO LK-OUT-TAKEN-BY-USER-ID
           MOVE CPL-OWNER-USER-ID     TO LK-OUT-OWNER-USER-ID.

      *----------------------------------------------------------------*
      *                      6000-LIST-ACCOUNT
      * Every complaint on the account, newest first.
      *----------------------------------------------------------------*
       6000-LIST-ACCOUNT.

           IF LK-IN-ACCT-ID = SPACES OR LOW-VALUES
            OR LK-IN-ACCT-ID IS NOT NUMERIC
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
               GO TO 6000-LIST-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
           MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-CPL-ACCT CURSOR FOR
               SELECT CPL_COMPLAINT_ID, CPL_ACCT_ID, CPL_CATEGORY,
                      CPL_CHANNEL, CPL_STATUS, CPL_RECEIVED_DATE,
                      CPL_DUE_DATE, CPL_OWNER_USER_ID
               FROM COMPLNT
               WHERE CPL_ACCT_ID = :HOST-ACCT-ID
               ORDER BY CPL_RECEIVED_DATE DESC, CPL_COMPLAINT_ID DESC
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-CPL-ACCT
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list complaints - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 6000-LIST-ACCOUNT-EXIT
           END-IF

           PERFORM 6100-FETCH-ACCOUNT-ITEM
               UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

           EXEC SQL
               CLOSE CUR-CPL-ACCT
           END-EXEC

           MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
           IF WS-LIST-COUNT = 0
               MOVE 'No complaints on file for this account...'
                 TO WS-RESP-MSG
           END-IF.
       6000-LIST-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    6100-FETCH-ACCOUNT-ITEM
      *----------------------------------------------------------------*
       6100-FETCH-ACCOUNT-ITEM.

           EXEC SQL
               FETCH CUR-CPL-ACCT
               INTO :CPL-COMPLAINT-ID, :CPL-ACCT-ID, :CPL-CATEGORY,
                    :CPL-CHANNEL, :CPL-STATUS, :CPL-RECEIVED-DATE,
                    :CPL-DUE-DATE, :CPL-OWNER-USER-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM 6800-MOVE-LIST-ITEM
           END-IF.

      *----------------------------------------------------------------*
      *                      6500-LIST-QUEUE
      * Open and in-progress complaints, nearest deadline first.
      *----------------------------------------------------------------*
       6500-LIST-QUEUE.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-CPL-QUEUE CURSOR FOR
               SELECT CPL_COMPLAINT_ID, CPL_ACCT_ID, CPL_CATEGORY,
                      CPL_CHANNEL, CPL_STATUS, CPL_RECEIVED_DATE,
                      CPL_DUE_DATE, CPL_OWNER_USER_ID
               FROM COMPLNT
               WHERE CPL_STATUS IN ('O', 'W')
               ORDER BY CPL_DUE_DATE, CPL_COMPLAINT_ID
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-CPL-QUEUE
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open complaint queue - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 6600-FETCH-QUEUE-ITEM
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

               EXEC SQL
                   CLOSE CUR-CPL-QUEUE
               END-EXEC

               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
               IF WS-LIST-COUNT = 0
                   MOVE 'No open complaints...' TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    6600-FETCH-QUEUE-ITEM
      *----------------------------------------------------------------*
       6600-FETCH-QUEUE-ITEM.

           EXEC SQL
               FETCH CUR-CPL-QUEUE
               INTO :CPL-COMPLAINT-ID, :CPL-ACCT-ID, :CPL-CATEGORY,
                    :CPL-CHANNEL, :CPL-STATUS, :CPL-RECEIVED-DATE,
                    :CPL-DUE-DATE, :CPL-OWNER-USER-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM 6800-MOVE-LIST-ITEM
           END-IF.

      *----------------------------------------------------------------*
      *                    6800-MOVE-LIST-ITEM
      *----------------------------------------------------------------*
       6800-MOVE-LIST-ITEM.

           ADD 1 TO WS-LIST-COUNT
           MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
           MOVE CPL-COMPLAINT-ID
             TO LK-OUT-ITEM-COMPLAINT-ID(WS-LIST-COUNT)
           MOVE CPL-ACCT-ID
             TO LK-OUT-ITEM-ACCT-ID(WS-LIST-COUNT)
           MOVE CPL-CATEGORY
             TO LK-OUT-ITEM-CATEGORY(WS-LIST-COUNT)
           MOVE CPL-CHANNEL
             TO LK-OUT-ITEM-CHANNEL(WS-LIST-COUNT)
           MOVE CPL-STATUS
             TO LK-OUT-ITEM-STATUS(WS-LIST-COUNT)
           MOVE CPL-RECEIVED-DATE
             TO LK-OUT-ITEM-RECEIVED-DATE(WS-LIST-COUNT)
           MOVE CPL-DUE-DATE
             TO LK-OUT-ITEM-DUE-DATE(WS-LIST-COUNT)
           MOVE CPL-OWNER-USER-ID
             TO LK-OUT-ITEM-OWNER-USER-ID(WS-LIST-COUNT).
