000001******************************************************************
      * Program:     COAML01A                                          *
      * Function:    AML case queue RPC service                        *
      * Description: Serves the BSA investigators' case screen        *
      *              (COAML00U) over the AMLCASE queue the nightly    *
      *              monitor CBACT71A fills: lists the workable       *
      *              cases oldest first, shows one case with its      *
      *              triggering transactions (AMLCTRN), lets an       *
      *              investigator take the case, and records the      *
      *              decision - SAR filed (with the BSA ID of the     *
      *              filing) or no action (with the reasoning). A     *
      *              history operation lists every case ever opened   *
      *              on the customer, newest first, for the prior-    *
      *              alert look-back a SAR narrative needs.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAML01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAML01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.
         05 WS-CASE-COUNT-EDIT         PIC ZZZ9.
         05 WS-SAR-COUNT-EDIT          PIC ZZZ9.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-CASE-NOTFOUND               VALUE 3.
         88 RPC-RESP-CASE-CLOSED                 VALUE 4.
         88 RPC-RESP-WRITE-ERROR                 VALUE 5.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-CASE-ID                 PIC S9(18) COMP-3.
       01 HOST-CUST-ID                 PIC S9(09) COMP.
       01 HOST-CASE-TOTAL              PIC S9(04) COMP.
       01 HOST-SAR-TOTAL               PIC S9(04) COMP.
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-TODAY-DATE              PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-CASE-ID-N               PIC 9(18) VALUE ZEROS.
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

       COPY CVAML02Y.
       COPY CVAML03Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'L' list the workable queue; 'V' view one case and its
      *      transactions; 'A' take the case; 'S' close as SAR filed;
      *      'N' close as no action; 'H' the customer's case history
      *      (by customer, or by the customer on the case given)
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST-QUEUE                  VALUE 'L'.
                88 OP-VIEW-CASE                   VALUE 'V'.
                88 OP-ASSIGN-CASE                 VALUE 'A'.
                88 OP-FILE-SAR                    VALUE 'S'.
                88 OP-NO-ACTION                   VALUE 'N'.
                88 OP-CUST-HISTORY                VALUE 'H'.
             10 LK-IN-CASE-ID           PIC 9(18).
             10 LK-IN-CUST-ID           PIC 9(09).
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-SAR-REF-NUM       PIC X(20).
             10 LK-IN-DECISION-NOTES    PIC X(100).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-CASE-DATA.
                15 LK-OUT-CASE-ID       PIC 9(18).
                15 LK-OUT-CUST-ID       PIC 9(09).
                15 LK-OUT-ACCT-ID       PIC 9(11).
                15 LK-OUT-RULE-ID       PIC X(04).
                15 LK-OUT-OPEN-DATE     PIC X(10).
                15 LK-OUT-STATUS        PIC X(01).
                15 LK-OUT-ALERT-AMT     PIC S9(10)V99.
                15 LK-OUT-TRAN-COUNT    PIC 9(04).
                15 LK-OUT-ALERT-DESC    PIC X(60).
                15 LK-OUT-INVESTIGATOR-ID
                                        PIC X(08).
                15 LK-OUT-DECISION-DATE PIC X(10).
                15 LK-OUT-SAR-REF-NUM   PIC X(20).
                15 LK-OUT-DECISION-NOTES
                                        PIC X(100).
      *      List rows - cases for L and H (key = case ID, code =
      *      scenario, status = case status), the attached
      *      transactions for V (key = transaction ID, code = type,
      *      status = source)
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 8 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-ITEM-KEY      PIC X(18).
                15 LK-OUT-ITEM-ACCT-ID  PIC 9(11).
                15 LK-OUT-ITEM-CODE     PIC X(04).
                15 LK-OUT-ITEM-STATUS   PIC X(10).
                15 LK-OUT-ITEM-AMT      PIC S9(10)V99.
                15 LK-OUT-ITEM-DATE     PIC X(26).
                15 LK-OUT-ITEM-USER-ID  PIC X(08).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-CASE-DATA
           MOVE ZEROS TO LK-OUT-CASE-ID
           MOVE ZEROS TO LK-OUT-CUST-ID
           MOVE ZEROS TO LK-OUT-ACCT-ID
           MOVE ZEROS TO LK-OUT-ALERT-AMT
           MOVE ZEROS TO LK-OUT-TRAN-COUNT
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
               WHEN OP-LIST-QUEUE
                   PERFORM 1000-LIST-OPEN-CASES
               WHEN OP-VIEW-CASE
                   PERFORM 2000-VIEW-CASE
               WHEN OP-ASSIGN-CASE
                   PERFORM 3000-ASSIGN-CASE
                      THRU 3000-ASSIGN-CASE-EXIT
               WHEN OP-FILE-SAR
               WHEN OP-NO-ACTION
                   PERFORM 4000-DECIDE-CASE
                      THRU 4000-DECIDE-CASE-EXIT
               WHEN OP-CUST-HISTORY
                   PERFORM 5000-CUSTOMER-HISTORY
                      THRU 5000-CUSTOMER-HISTORY-EXIT
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Invalid operation code' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-LIST-OPEN-CASES
      * Oldest first - Open and In-review cases, so a case an
      * investigator has taken stays on the queue until decided.
      *----------------------------------------------------------------*
       1000-LIST-OPEN-CASES.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-AML-QUEUE CURSOR FOR
               SELECT AMC_CASE_ID, AMC_ACCT_ID, AMC_RULE_ID,
                      AMC_STATUS, AMC_ALERT_AMT, AMC_OPEN_DATE,
                      AMC_INVESTIGATOR_ID
               FROM AMLCASE
               WHERE AMC_STATUS IN ('O', 'W')
               ORDER BY AMC_OPEN_DATE, AMC_CASE_ID
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-QUEUE
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open AML case queue - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 1100-FETCH-QUEUE-CASE
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

               EXEC SQL
                   CLOSE CUR-AML-QUEUE
               END-EXEC

               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
               IF WS-LIST-COUNT = 0
                   MOVE 'No open AML cases...' TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-FETCH-QUEUE-CASE
      *----------------------------------------------------------------*
       1100-FETCH-QUEUE-CASE.

           EXEC SQL
               FETCH CUR-AML-QUEUE
               INTO :AMC-CASE-ID, :AMC-ACCT-ID, :AMC-RULE-ID,
                    :AMC-STATUS, :AMC-ALERT-AMT, :AMC-OPEN-DATE,
                    :AMC-INVESTIGATOR-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM 1200-MOVE-CASE-ITEM
           END-IF.

      *----------------------------------------------------------------*
      *                      1200-MOVE-CASE-ITEM
      * Shared by the queue list and the customer history.
      *----------------------------------------------------------------*
       1200-MOVE-CASE-ITEM.

           ADD 1 TO WS-LIST-COUNT
           MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
           MOVE AMC-CASE-ID TO WS-CASE-ID-N
           MOVE WS-CASE-ID-N
             TO LK-OUT-ITEM-KEY(WS-LIST-COUNT)
           MOVE AMC-ACCT-ID
             TO LK-OUT-ITEM-ACCT-ID(WS-LIST-COUNT)
           MOVE AMC-RULE-ID
             TO LK-OUT-ITEM-CODE(WS-LIST-COUNT)
           MOVE AMC-STATUS
             TO LK-OUT-ITEM-STATUS(WS-LIST-COUNT)
           MOVE AMC-ALERT-AMT
             TO LK-OUT-ITEM-AMT(WS-LIST-COUNT)
           MOVE AMC-OPEN-DATE
             TO LK-OUT-ITEM-DATE(WS-LIST-COUNT)
           MOVE AMC-INVESTIGATOR-ID
             TO LK-OUT-ITEM-USER-ID(WS-LIST-COUNT).

      *----------------------------------------------------------------*
      *                        2000-VIEW-CASE
      *----------------------------------------------------------------*
       2000-VIEW-CASE.

           PERFORM 2100-READ-CASE

           IF RPC-RESP-OK
               PERFORM 2300-LIST-CASE-TRANS
           END-IF.

      *----------------------------------------------------------------*
      *                        2100-READ-CASE
      * Reads the case into AML-CASE-RECORD and the output case
      * block. A decided case is still returned - the caller decides
      * whether that stops it.
      *----------------------------------------------------------------*
       2100-READ-CASE.

           IF LK-IN-CASE-ID = ZEROS
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Case ID can NOT be empty...' TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-CASE-ID TO HOST-CASE-ID

               EXEC SQL
                   SELECT AMC_CASE_ID, AMC_CUST_ID, AMC_ACCT_ID,
                          AMC_RULE_ID, AMC_OPEN_DATE, AMC_STATUS,
                          AMC_ALERT_AMT, AMC_TRAN_COUNT,
                          AMC_ALERT_DESC, AMC_INVESTIGATOR_ID,
                          AMC_DECISION_DATE, AMC_SAR_REF_NUM,
                          AMC_DECISION_NOTES
                   INTO :AMC-CASE-ID, :AMC-CUST-ID, :AMC-ACCT-ID,
                        :AMC-RULE-ID, :AMC-OPEN-DATE, :AMC-STATUS,
                        :AMC-ALERT-AMT, :AMC-TRAN-COUNT,
                        :AMC-ALERT-DESC, :AMC-INVESTIGATOR-ID,
                        :AMC-DECISION-DATE, :AMC-SAR-REF-NUM,
                        :AMC-DECISION-NOTES
                   FROM AMLCASE
                   WHERE AMC_CASE_ID = :HOST-CASE-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2200-MOVE-CASE-DATA
                   WHEN 100
                       SET RPC-RESP-CASE-NOTFOUND TO TRUE
                       MOVE 'AML case NOT found...' TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read AML case - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      2200-MOVE-CASE-DATA
      *----------------------------------------------------------------*
       2200-MOVE-CASE-DATA.

           MOVE AMC-CASE-ID          TO LK-OUT-CASE-ID
           MOVE AMC-CUST-ID          TO LK-OUT-CUST-ID
           MOVE AMC-ACCT-ID          TO LK-OUT-ACCT-ID
           MOVE AMC-RULE-ID          TO LK-OUT-RULE-ID
           MOVE AMC-OPEN-DATE        TO LK-OUT-OPEN-DATE
           MOVE AMC-STATUS           TO LK-OUT-STATUS
           MOVE AMC-ALERT-AMT        TO LK-OUT-ALERT-AMT
           MOVE AMC-TRAN-COUNT       TO LK-OUT-TRAN-COUNT
           MOVE AMC-ALERT-DESC       TO LK-OUT-ALERT-DESC
           MOVE AMC-INVESTIGATOR-ID  TO LK-OUT-INVESTIGATOR-ID
           MOVE AMC-DECISION-DATE    TO LK-OUT-DECISION-DATE
           MOVE AMC-SAR-REF-NUM      TO LK-OUT-SAR-REF-NUM
           MOVE AMC-DECISION-NOTES   TO LK-OUT-DECISION-NOTES.

      *----------------------------------------------------------------*
      *                    2300-LIST-CASE-TRANS
      * The first eight attached transactions in posting order - the
      * case block carries the full count and total.
      *----------------------------------------------------------------*
       2300-LIST-CASE-TRANS.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-AML-TRANS CURSOR FOR
               SELECT AMX_TRAN_ID, AMX_TRAN_TYPE_CD,
                      AMX_TRAN_SOURCE, AMX_TRAN_AMT,
                      AMX_TRAN_PROC_TS, AMX_CARD_NUM
               FROM AMLCTRN
               WHERE AMX_CASE_ID = :HOST-CASE-ID
               ORDER BY AMX_TRAN_PROC_TS, AMX_TRAN_ID
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-TRANS
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to read case transactions - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 2400-FETCH-CASE-TRAN
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

               EXEC SQL
                   CLOSE CUR-AML-TRANS
               END-EXEC

               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                     2400-FETCH-CASE-TRAN
      *----------------------------------------------------------------*
       2400-FETCH-CASE-TRAN.

           EXEC SQL
               FETCH CUR-AML-TRANS
               INTO :AMX-TRAN-ID, :AMX-TRAN-TYPE-CD,
                    :AMX-TRAN-SOURCE, :AMX-TRAN-AMT,
                    :AMX-TRAN-PROC-TS, :AMX-CARD-NUM
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
               MOVE AMX-TRAN-ID
                 TO LK-OUT-ITEM-KEY(WS-LIST-COUNT)
               MOVE AMC-ACCT-ID
                 TO LK-OUT-ITEM-ACCT-ID(WS-LIST-COUNT)
               MOVE AMX-TRAN-TYPE-CD
                 TO LK-OUT-ITEM-CODE(WS-LIST-COUNT)
               MOVE AMX-TRAN-SOURCE
                 TO LK-OUT-ITEM-STATUS(WS-LIST-COUNT)
               MOVE AMX-TRAN-AMT
                 TO LK-OUT-ITEM-AMT(WS-LIST-COUNT)
               MOVE AMX-TRAN-PROC-TS
                 TO LK-OUT-ITEM-DATE(WS-LIST-COUNT)
               MOVE SPACES
                 TO LK-OUT-ITEM-USER-ID(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-ASSIGN-CASE
      * Takes the case In-review for the calling investigator - a
      * case already taken by someone else is re-assigned (a lead
      * moving work between investigators uses the same action).
      *----------------------------------------------------------------*
       3000-ASSIGN-CASE.

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Investigator user ID is required...'
                 TO WS-RESP-MSG
               GO TO 3000-ASSIGN-CASE-EXIT
           END-IF

           PERFORM 2100-READ-CASE
           IF NOT RPC-RESP-OK
               GO TO 3000-ASSIGN-CASE-EXIT
           END-IF

           IF NOT AMC-STATUS-WORKABLE
               SET RPC-RESP-CASE-CLOSED TO TRUE
               MOVE 'AML case has already been decided...'
                 TO WS-RESP-MSG
               GO TO 3000-ASSIGN-CASE-EXIT
           END-IF

           EXEC SQL
               UPDATE AMLCASE
               SET AMC_STATUS = 'W',
                   AMC_INVESTIGATOR_ID = :LK-IN-USER-ID,
                   AMC_UPDATE_TS = :HOST-NOW-TS
               WHERE AMC_CASE_ID = :HOST-CASE-ID
               AND   AMC_STATUS IN ('O', 'W')
           END-EXEC

           PERFORM 4900-END-CASE-UPDATE

           IF RPC-RESP-OK
               SET AMC-STATUS-IN-REVIEW TO TRUE
               MOVE AMC-STATUS TO LK-OUT-STATUS
               MOVE LK-IN-USER-ID TO LK-OUT-INVESTIGATOR-ID
               STRING 'AML case ' LK-IN-CASE-ID ' assigned to '
                      LK-IN-USER-ID
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
       3000-ASSIGN-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      4000-DECIDE-CASE
      * Closes the case. A SAR filing must carry the BSA ID FinCEN
      * returned for it; a no-action close must carry the reasoning
      * an examiner will read. The deciding investigator is recorded
      * whoever had taken the case.
      *----------------------------------------------------------------*
       4000-DECIDE-CASE.

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Investigator user ID is required...'
                 TO WS-RESP-MSG
               GO TO 4000-DECIDE-CASE-EXIT
           END-IF

           IF OP-FILE-SAR
              AND (LK-IN-SAR-REF-NUM = SPACES OR LOW-VALUES)
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'SAR filing needs the BSA ID of the SAR...'
                 TO WS-RESP-MSG
               GO TO 4000-DECIDE-CASE-EXIT
           END-IF

           IF OP-NO-ACTION
              AND (LK-IN-DECISION-NOTES = SPACES OR LOW-VALUES)
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'No-action close needs decision notes...'
                 TO WS-RESP-MSG
               GO TO 4000-DECIDE-CASE-EXIT
           END-IF

           PERFORM 2100-READ-CASE
           IF NOT RPC-RESP-OK
               GO TO 4000-DECIDE-CASE-EXIT
           END-IF

           IF NOT AMC-STATUS-WORKABLE
               SET RPC-RESP-CASE-CLOSED TO TRUE
               MOVE 'AML case has already been decided...'
                 TO WS-RESP-MSG
               GO TO 4000-DECIDE-CASE-EXIT
           END-IF

           IF OP-FILE-SAR
               SET AMC-STATUS-SAR-FILED TO TRUE
               MOVE LK-IN-SAR-REF-NUM TO AMC-SAR-REF-NUM
           ELSE
               SET AMC-STATUS-NO-ACTION TO TRUE
               MOVE SPACES TO AMC-SAR-REF-NUM
           END-IF
           MOVE LK-IN-DECISION-NOTES TO AMC-DECISION-NOTES
           MOVE LK-IN-USER-ID TO AMC-INVESTIGATOR-ID
           MOVE HOST-TODAY-DATE TO AMC-DECISION-DATE

           EXEC SQL
               UPDATE AMLCASE
               SET AMC_STATUS = :AMC-STATUS,
                   AMC_INVESTIGATOR_ID = :AMC-INVESTIGATOR-ID,
                   AMC_DECISION_DATE = :AMC-DECISION-DATE,
                   AMC_SAR_REF_NUM = :AMC-SAR-REF-NUM,
                   AMC_DECISION_NOTES = :AMC-DECISION-NOTES,
                   AMC_UPDATE_TS = :HOST-NOW-TS
               WHERE AMC_CASE_ID = :HOST-CASE-ID
               AND   AMC_STATUS IN ('O', 'W')
           END-EXEC

           PERFORM 4900-END-CASE-UPDATE

           IF RPC-RESP-OK
               PERFORM 2200-MOVE-CASE-DATA
               IF OP-FILE-SAR
                   STRING 'AML case ' LK-IN-CASE-ID
                          ' closed - SAR filed'
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               ELSE
                   STRING 'AML case ' LK-IN-CASE-ID
                          ' closed - no action'
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               END-IF
           END-IF.
       4000-DECIDE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    4900-END-CASE-UPDATE
      * Runs straight after an AMLCASE update - not found means the
      * case was decided between the read and the update.
      *----------------------------------------------------------------*
       4900-END-CASE-UPDATE.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   SET RPC-RESP-CASE-CLOSED TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'AML case has already been decided...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to update AML case - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    5000-CUSTOMER-HISTORY
      * Every case on the customer, newest first, whatever its
      * status - the first eight listed, with the totals in the
      * message line.
      *----------------------------------------------------------------*
       5000-CUSTOMER-HISTORY.

           IF LK-IN-CUST-ID NOT = ZEROS
               MOVE LK-IN-CUST-ID TO HOST-CUST-ID
           ELSE
               IF LK-IN-CASE-ID = ZEROS
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Enter a Customer ID or a Case ID...'
                     TO WS-RESP-MSG
                   GO TO 5000-CUSTOMER-HISTORY-EXIT
               END-IF
               PERFORM 2100-READ-CASE
               IF NOT RPC-RESP-OK
                   GO TO 5000-CUSTOMER-HISTORY-EXIT
               END-IF
               MOVE AMC-CUST-ID TO HOST-CUST-ID
           END-IF

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN AMC_STATUS = 'S'
                                        THEN 1 ELSE 0 END), 0)
               INTO :HOST-CASE-TOTAL, :HOST-SAR-TOTAL
               FROM AMLCASE
               WHERE AMC_CUST_ID = :HOST-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to read case history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 5000-CUSTOMER-HISTORY-EXIT
           END-IF

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-AML-HISTORY CURSOR FOR
               SELECT AMC_CASE_ID, AMC_ACCT_ID, AMC_RULE_ID,
                      AMC_STATUS, AMC_ALERT_AMT, AMC_OPEN_DATE,
                      AMC_INVESTIGATOR_ID
               FROM AMLCASE
               WHERE AMC_CUST_ID = :HOST-CUST-ID
               ORDER BY AMC_OPEN_DATE DESC, AMC_CASE_ID DESC
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-HISTORY
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to read case history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 5000-CUSTOMER-HISTORY-EXIT
           END-IF

           PERFORM 5100-FETCH-HISTORY-CASE
               UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

           EXEC SQL
               CLOSE CUR-AML-HISTORY
           END-EXEC

           MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
           MOVE HOST-CUST-ID TO LK-OUT-CUST-ID
           MOVE HOST-CASE-TOTAL TO WS-CASE-COUNT-EDIT
           MOVE HOST-SAR-TOTAL TO WS-SAR-COUNT-EDIT
           STRING 'Customer ' LK-OUT-CUST-ID ':' WS-CASE-COUNT-EDIT
                  ' case(s) on file,' WS-SAR-COUNT-EDIT
                  ' SAR(s) filed'
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.
       5000-CUSTOMER-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    5100-FETCH-HISTORY-CASE
      *----------------------------------------------------------------*
       5100-FETCH-HISTORY-CASE.

           EXEC SQL
               FETCH CUR-AML-HISTORY
               INTO :AMC-CASE-ID, :AMC-ACCT-ID, :AMC-RULE-ID,
                    :AMC-STATUS, :AMC-ALERT-AMT, :AMC-OPEN-DATE,
                    :AMC-INVESTIGATOR-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM 1200-MOVE-CASE-ITEM
           END-IF.
