000001******************************************************************
      * Program:     COPIA01A                                          *
      * Function:    Sensitive-data access log inquiry RPC service     *
      * Description: Lets security answer "who looked at this         *
      *              customer" and "whose records has this user been  *
      *              looking at" from the PIIACCLOG rows the customer- *
      *              reading services write (CSUTLCPL). Lists newest  *
      *              first, eight at a time, optionally within a date *
      *              range (pass the oldest access ID already shown   *
      *              to page further back). The log is itself         *
      *              sensitive: only an admin user, or a user whose   *
      *              role is explicitly granted COPIA01A in           *
      *              SEC_ROLE_FUNC, may read it - the no-role legacy  *
      *              access COSEC01A allows does not apply here.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COPIA01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-NOT-AUTHORIZED              VALUE 3.
         88 RPC-RESP-READ-ERROR                  VALUE 5.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-REQUESTER-ID            PIC X(08).
       01 HOST-GRANT-COUNT             PIC S9(09) COMP.
       01 HOST-CUST-ID                 PIC 9(09).
       01 HOST-USER-ID                 PIC X(08).
       01 HOST-FROM-DATE               PIC X(10).
       01 HOST-TO-DATE                 PIC X(10).
       01 HOST-BEFORE-ACCESS-ID        PIC S9(18) COMP-3.
       01 HOST-MATCH-COUNT             PIC S9(09) COMP.

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVPIA01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'C' reads of one customer; 'U' reads by one user
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-BY-CUSTOMER                 VALUE 'C'.
                88 OP-BY-USER                     VALUE 'U'.
      *      The security user asking - checked before anything is
      *      read
             10 LK-IN-REQUESTER-ID      PIC X(08).
             10 LK-IN-CUST-ID           PIC 9(09).
             10 LK-IN-USER-ID           PIC X(08).
      *      YYYY-MM-DD, both optional and inclusive
             10 LK-IN-FROM-DATE         PIC X(10).
             10 LK-IN-TO-DATE           PIC X(10).
             10 LK-IN-BEFORE-ACCESS-ID  PIC 9(18).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      All reads in the range, not just this page
             10 LK-OUT-MATCH-COUNT      PIC S9(09) COMP.
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 8 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-ACCESS-ID     PIC 9(18).
                15 LK-OUT-USER-ID       PIC X(08).
                15 LK-OUT-PROGRAM       PIC X(08).
                15 LK-OUT-CUST-ID       PIC 9(09).
                15 LK-OUT-ACCT-ID       PIC 9(11).
                15 LK-OUT-ACCESS-TS     PIC X(26).
                15 LK-OUT-SSN-IND       PIC X(01).
                15 LK-OUT-DOB-IND       PIC X(01).
                15 LK-OUT-CONTACT-IND   PIC X(01).
                15 LK-OUT-ACCOUNT-IND   PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-MATCH-COUNT
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           EVALUATE TRUE
               WHEN OP-BY-CUSTOMER
               WHEN OP-BY-USER
                   PERFORM 1000-CHECK-REQUESTER
                      THRU 1000-CHECK-REQUESTER-EXIT
                   IF RPC-RESP-OK
                       PERFORM 2000-EDIT-CRITERIA
                          THRU 2000-EDIT-CRITERIA-EXIT
                   END-IF
                   IF RPC-RESP-OK
                       PERFORM 3000-LIST-ACCESSES
                          THRU 3000-LIST-ACCESSES-EXIT
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be C or U...' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    1000-CHECK-REQUESTER
      * An admin user, or a role holding an allowed SEC_ROLE_FUNC row
      * for this program. No row, no role, or no user - no access.
      *----------------------------------------------------------------*
       1000-CHECK-REQUESTER.

           IF LK-IN-REQUESTER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'Requesting user ID is required...'
                 TO WS-RESP-MSG
               GO TO 1000-CHECK-REQUESTER-EXIT
           END-IF
           MOVE LK-IN-REQUESTER-ID TO HOST-REQUESTER-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-GRANT-COUNT
               FROM USERSEC U
               WHERE U.USR_ID = :HOST-REQUESTER-ID
               AND  (U.USR_TYPE = 'A'
                     OR EXISTS
                        (SELECT 1
                         FROM SEC_ROLE_FUNC F
                         WHERE F.RF_ROLE_ID = U.USR_ROLE_ID
                         AND   F.RF_FUNCTION_CD = 'COPIA01A'
                         AND   F.RF_ALLOWED_IND = 'Y'))
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-READ-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to check access - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 1000-CHECK-REQUESTER-EXIT
           END-IF

           IF HOST-GRANT-COUNT = 0
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'Not authorized to view the PII access log...'
                 TO WS-RESP-MSG
           END-IF.
       1000-CHECK-REQUESTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2000-EDIT-CRITERIA
      *----------------------------------------------------------------*
       2000-EDIT-CRITERIA.

           IF OP-BY-CUSTOMER
               IF LK-IN-CUST-ID IS NOT NUMERIC
                  OR LK-IN-CUST-ID = ZEROS
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Customer ID can NOT be empty...'
                     TO WS-RESP-MSG
                   GO TO 2000-EDIT-CRITERIA-EXIT
               END-IF
               MOVE LK-IN-CUST-ID TO HOST-CUST-ID
           ELSE
               IF LK-IN-USER-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'User ID can NOT be empty...' TO WS-RESP-MSG
                   GO TO 2000-EDIT-CRITERIA-EXIT
               END-IF
               MOVE LK-IN-USER-ID TO HOST-USER-ID
           END-IF

      *    An open-ended range runs from the start of the log to now.
           IF LK-IN-FROM-DATE = SPACES OR LOW-VALUES
               MOVE '0001-01-01' TO HOST-FROM-DATE
           ELSE
               MOVE LK-IN-FROM-DATE TO HOST-FROM-DATE
           END-IF
           IF LK-IN-TO-DATE = SPACES OR LOW-VALUES
               MOVE '9999-12-31' TO HOST-TO-DATE
           ELSE
               MOVE LK-IN-TO-DATE TO HOST-TO-DATE
           END-IF

           IF HOST-FROM-DATE(5:1) NOT = '-'
              OR HOST-FROM-DATE(8:1) NOT = '-'
              OR HOST-TO-DATE(5:1) NOT = '-'
              OR HOST-TO-DATE(8:1) NOT = '-'
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Dates must be YYYY-MM-DD...' TO WS-RESP-MSG
               GO TO 2000-EDIT-CRITERIA-EXIT
           END-IF
           IF HOST-FROM-DATE > HOST-TO-DATE
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'From date is after the to date...' TO WS-RESP-MSG
               GO TO 2000-EDIT-CRITERIA-EXIT
           END-IF

           IF LK-IN-BEFORE-ACCESS-ID IS NUMERIC
              AND LK-IN-BEFORE-ACCESS-ID > ZEROS
               MOVE LK-IN-BEFORE-ACCESS-ID TO HOST-BEFORE-ACCESS-ID
           ELSE
               MOVE 999999999999999999 TO HOST-BEFORE-ACCESS-ID
           END-IF.
       2000-EDIT-CRITERIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     3000-LIST-ACCESSES
      * Newest first. The one cursor serves both operations - the
      * unused key is matched by its own host variable being blank.
      *----------------------------------------------------------------*
       3000-LIST-ACCESSES.

           MOVE ZEROS TO WS-LIST-COUNT
           IF OP-BY-CUSTOMER
               MOVE SPACES TO HOST-USER-ID
           ELSE
               MOVE ZEROS TO HOST-CUST-ID
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-MATCH-COUNT
               FROM PIIACCLOG
               WHERE (PIA_CUST_ID = :HOST-CUST-ID
                      OR :HOST-CUST-ID = 0)
               AND   (PIA_USER_ID = :HOST-USER-ID
                      OR :HOST-USER-ID = ' ')
               AND   DATE(PIA_ACCESS_TS)
                     BETWEEN :HOST-FROM-DATE AND :HOST-TO-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-READ-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to count log rows - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-ACCESSES-EXIT
           END-IF
           MOVE HOST-MATCH-COUNT TO LK-OUT-MATCH-COUNT

           EXEC SQL
               DECLARE CUR-PIA-LIST CURSOR FOR
               SELECT PIA_ACCESS_ID, PIA_USER_ID, PIA_PROGRAM,
                      PIA_CUST_ID, PIA_ACCT_ID, PIA_ACCESS_TS,
                      PIA_SSN_IND, PIA_DOB_IND, PIA_CONTACT_IND,
                      PIA_ACCOUNT_IND
               FROM PIIACCLOG
               WHERE (PIA_CUST_ID = :HOST-CUST-ID
                      OR :HOST-CUST-ID = 0)
               AND   (PIA_USER_ID = :HOST-USER-ID
                      OR :HOST-USER-ID = ' ')
               AND   DATE(PIA_ACCESS_TS)
                     BETWEEN :HOST-FROM-DATE AND :HOST-TO-DATE
               AND   PIA_ACCESS_ID < :HOST-BEFORE-ACCESS-ID
               ORDER BY PIA_ACCESS_ID DESC
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-PIA-LIST
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-READ-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list log rows - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-ACCESSES-EXIT
           END-IF

           PERFORM 3100-FETCH-ACCESS
               UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

           EXEC SQL
               CLOSE CUR-PIA-LIST
           END-EXEC

           IF WS-LIST-COUNT = 0
               IF HOST-MATCH-COUNT = 0
                   MOVE 'No reads logged for the criteria...'
                     TO WS-RESP-MSG
               ELSE
                   MOVE 'No older reads logged for the criteria...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.
       3000-LIST-ACCESSES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3100-FETCH-ACCESS
      *----------------------------------------------------------------*
       3100-FETCH-ACCESS.

           EXEC SQL
               FETCH CUR-PIA-LIST
               INTO :PIA-ACCESS-ID, :PIA-USER-ID, :PIA-PROGRAM,
                    :PIA-CUST-ID, :PIA-ACCT-ID, :PIA-ACCESS-TS,
                    :PIA-SSN-IND, :PIA-DOB-IND, :PIA-CONTACT-IND,
                    :PIA-ACCOUNT-IND
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
               MOVE PIA-ACCESS-ID   TO LK-OUT-ACCESS-ID(WS-LIST-COUNT)
               MOVE PIA-USER-ID     TO LK-OUT-USER-ID(WS-LIST-COUNT)
               MOVE PIA-PROGRAM     TO LK-OUT-PROGRAM(WS-LIST-COUNT)
               MOVE PIA-CUST-ID     TO LK-OUT-CUST-ID(WS-LIST-COUNT)
               MOVE PIA-ACCT-ID     TO LK-OUT-ACCT-ID(WS-LIST-COUNT)
               MOVE PIA-ACCESS-TS   TO LK-OUT-ACCESS-TS(WS-LIST-COUNT)
               MOVE PIA-SSN-IND     TO LK-OUT-SSN-IND(WS-LIST-COUNT)
               MOVE PIA-DOB-IND     TO LK-OUT-DOB-IND(WS-LIST-COUNT)
               MOVE PIA-CONTACT-IND
                 TO LK-OUT-CONTACT-IND(WS-LIST-COUNT)
               MOVE PIA-ACCOUNT-IND
                 TO LK-OUT-ACCOUNT-IND(WS-LIST-COUNT)
           END-IF.
