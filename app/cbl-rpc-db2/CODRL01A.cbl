000001******************************************************************
      * Program:     CODRL01A                                          *
      * Function:    Disaster relief opt-in RPC service                *
      * Description: Enrolls one account in a declared disaster's      *
      *              relief (DSTEVENT) at the customer's request -     *
      *              for the customer hit by the disaster whose        *
      *              address on file is outside the event's declared   *
      *              ZIPs (a second home, a business address, a ZIP    *
      *              the declaration missed). The event must be open   *
      *              today and the account open; the enrollment row    *
      *              (DSTENROL, source O) and its ACCTHIST row are     *
      *              written in one unit of work. From then on the     *
      *              account gets the event's terms exactly as the     *
      *              accounts the nightly ZIP run (CBDRL01A) enrolls.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODRL01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CODRL01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-INPUT               VALUE 1.
         88 RPC-RESP-ACCT-NOTFOUND               VALUE 2.
         88 RPC-RESP-ACCT-NOT-ACTIVE             VALUE 3.
         88 RPC-RESP-ALREADY-ENROLLED            VALUE 4.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 5.
         88 RPC-RESP-EVENT-NOT-OPEN              VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-STATUS             PIC X(01).
       01 HOST-TODAY-DATE              PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-EVENT-ID-N              PIC 9(09) VALUE ZEROS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-YYYYMMDD-X REDEFINES WS-CURR-YYYYMMDD.
             15 WS-CURR-YYYY           PIC X(04).
             15 WS-CURR-MM             PIC X(02).
             15 WS-CURR-DD             PIC X(02).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVDRL01Y.

       COPY CVDRL03Y.

      *----------------------------------------------------------------*
      * Staff-conflict check - see CSUTLEPL; the user may not enroll
      * an account they are tied to.
      *----------------------------------------------------------------*
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      * Account maintenance history - see CSUTLHPL; the enrollment
      * lands on the account's ACCTHIST timeline.
      *----------------------------------------------------------------*
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      Signed-on user - checked for staff conflict and recorded
      *      on the enrollment and history
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-ACCT-ID           PIC X(11).
      *      The declared event (DSTEVENT) the customer was hit by
             10 LK-IN-EVENT-ID          PIC X(09).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      The event and the relief the account now has
             10 LK-OUT-EVENT-NAME       PIC X(40).
             10 LK-OUT-END-DATE         PIC X(10).
             10 LK-OUT-WAIVE-LATE-FEE   PIC X(01).
             10 LK-OUT-SUSPEND-INTEREST PIC X(01).
             10 LK-OUT-DEFER-PAYMENT    PIC X(01).
             10 LK-OUT-PAUSE-COLLECT    PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-EVENT-NAME
           MOVE SPACES TO LK-OUT-END-DATE
           MOVE 'N' TO LK-OUT-WAIVE-LATE-FEE
           MOVE 'N' TO LK-OUT-SUSPEND-INTEREST
           MOVE 'N' TO LK-OUT-DEFER-PAYMENT
           MOVE 'N' TO LK-OUT-PAUSE-COLLECT

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-CHECK-AUTHORITY
           END-IF

           IF RPC-RESP-OK
               PERFORM 2000-READ-EVENT
                  THRU 2000-READ-EVENT-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 2500-READ-ACCOUNT
                  THRU 2500-READ-ACCOUNT-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-ENROLL-ACCOUNT
                  THRU 3000-ENROLL-ACCOUNT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RPC-RESP-OK
                   EXEC SQL COMMIT END-EXEC
                   MOVE DRE-EVENT-NAME TO LK-OUT-EVENT-NAME
                   MOVE DRE-END-DATE TO LK-OUT-END-DATE
                   MOVE DRE-WAIVE-LATE-FEE TO LK-OUT-WAIVE-LATE-FEE
                   MOVE DRE-SUSPEND-INTEREST
                     TO LK-OUT-SUSPEND-INTEREST
                   MOVE DRE-DEFER-PAYMENT TO LK-OUT-DEFER-PAYMENT
                   MOVE DRE-PAUSE-COLLECTIONS TO LK-OUT-PAUSE-COLLECT
                   STRING 'Account ' DELIMITED BY SIZE
                          WS-ACCT-ID-N DELIMITED BY SIZE
                          ' enrolled in disaster relief through '
                          DELIMITED BY SIZE
                          DRE-END-DATE DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN RPC-RESP-WRITE-ERROR
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE

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
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID is required...' TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
               WHEN LK-IN-EVENT-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Disaster event ID is required...'
                     TO WS-RESP-MSG
               WHEN LK-IN-EVENT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Disaster event ID must be Numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   MOVE LK-IN-ACCT-ID TO WS-ACCT-ID-N
                   MOVE WS-ACCT-ID-N TO DRN-ACCT-ID
                   MOVE LK-IN-EVENT-ID TO WS-EVENT-ID-N
                   MOVE WS-EVENT-ID-N TO DRE-EVENT-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1500-CHECK-AUTHORITY
      * Runs before anything is written - a staff-conflict refusal
      * commits its log row.
      *----------------------------------------------------------------*
       1500-CHECK-AUTHORITY.

           MOVE LK-IN-USER-ID           TO WS-STF-USER-ID
           MOVE WS-PGMNAME              TO WS-STF-PROGRAM
           MOVE DRN-ACCT-ID             TO WS-STF-ACCT-ID
           MOVE ZEROS                   TO WS-STF-CUST-ID
           MOVE SPACES                  TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                        2000-READ-EVENT
      * Only an event whose relief window covers today takes new
      * enrollments - one not yet started or already ended does not.
      *----------------------------------------------------------------*
       2000-READ-EVENT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
             DELIMITED BY SIZE INTO HOST-TODAY-DATE

           EXEC SQL
               SELECT DRE_EVENT_NAME, DRE_START_DATE, DRE_END_DATE,
                      DRE_WAIVE_LATE_FEE, DRE_SUSPEND_INTEREST,
                      DRE_DEFER_PAYMENT, DRE_PAUSE_COLLECTIONS
               INTO :DRE-EVENT-NAME, :DRE-START-DATE, :DRE-END-DATE,
                    :DRE-WAIVE-LATE-FEE, :DRE-SUSPEND-INTEREST,
                    :DRE-DEFER-PAYMENT, :DRE-PAUSE-COLLECTIONS
               FROM DSTEVENT
               WHERE DRE_EVENT_ID = :DRE-EVENT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-EVENT-NOT-OPEN TO TRUE
                   MOVE 'Disaster event ID NOT found...'
                     TO WS-RESP-MSG
                   GO TO 2000-READ-EVENT-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read DSTEVENT - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-READ-EVENT-EXIT
           END-EVALUATE

           IF DRE-START-DATE > HOST-TODAY-DATE
            OR DRE-END-DATE < HOST-TODAY-DATE
               SET RPC-RESP-EVENT-NOT-OPEN TO TRUE
               MOVE 'Disaster event relief is not open today...'
                 TO WS-RESP-MSG
           END-IF.

       2000-READ-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       2500-READ-ACCOUNT
      *----------------------------------------------------------------*
       2500-READ-ACCOUNT.

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS
               INTO :HOST-ACCT-STATUS
               FROM ACCTDAT
               WHERE ACCT_ID = :DRN-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCT-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   GO TO 2500-READ-ACCOUNT-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2500-READ-ACCOUNT-EXIT
           END-EVALUATE

           IF HOST-ACCT-STATUS NOT = 'Y'
               SET RPC-RESP-ACCT-NOT-ACTIVE TO TRUE
               MOVE 'Account is not active - relief not available'
                 TO WS-RESP-MSG
           END-IF.

       2500-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     3000-ENROLL-ACCOUNT
      * An account already enrolled - by the ZIP run or an earlier
      * opt-in - is refused on the duplicate key (-803), not enrolled
      * twice.
      *----------------------------------------------------------------*
       3000-ENROLL-ACCOUNT.

           SET DRN-SOURCE-OPT-IN TO TRUE
           MOVE DRE-EVENT-ID TO DRN-EVENT-ID
           MOVE HOST-TODAY-DATE TO DRN-ENROLL-DATE
           MOVE LK-IN-USER-ID TO DRN-USER-ID

           EXEC SQL
               INSERT INTO DSTENROL
               (DRN_EVENT_ID, DRN_ACCT_ID, DRN_SOURCE_CD,
                DRN_ENROLL_DATE, DRN_USER_ID, DRN_FEE_RELIEVED,
                DRN_INT_RELIEVED, DRN_PMT_DEFERRED, DRN_CREATE_TS)
               VALUES
               (:DRN-EVENT-ID, :DRN-ACCT-ID, :DRN-SOURCE-CD,
                :DRN-ENROLL-DATE, :DRN-USER-ID, 0, 0, 0,
                CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   SET RPC-RESP-ALREADY-ENROLLED TO TRUE
                   MOVE 'Account is already enrolled in this event'
                     TO WS-RESP-MSG
                   GO TO 3000-ENROLL-ACCOUNT-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to enroll account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 3000-ENROLL-ACCOUNT-EXIT
           END-EVALUATE

           MOVE DRN-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'DISASTER-RELIEF' TO WS-AHST-FIELD-NAME
           MOVE SPACES TO WS-AHST-OLD-VALUE
           MOVE SPACES TO WS-AHST-NEW-VALUE
           STRING 'EVENT ' WS-EVENT-ID-N ' OPT-IN'
             DELIMITED BY SIZE
             INTO WS-AHST-NEW-VALUE
           MOVE LK-IN-USER-ID TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT
           IF AHST-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

       3000-ENROLL-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *             CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *              WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
