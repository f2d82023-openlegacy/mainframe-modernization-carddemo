000001******************************************************************
      * Program:     COSTF01A                                          *
      * Function:    Staff declared-relationship RPC service           *
      * Description: Keeps the list of customers an employee has      *
      *              declared a personal tie to (STAFFREL) - spouse,  *
      *              family, household, business partner - that the   *
      *              staff-conflict check (CSUTLEPL) refuses service  *
      *              against, alongside the employee's own customer   *
      *              link on USERSEC (set through COUSR02A).          *
      *              'L' lists a user's own link and declarations,    *
      *              'A' records a declaration, 'D' withdraws one.    *
      *              Only an admin user, or a user whose role is      *
      *              explicitly granted COSTF01A in SEC_ROLE_FUNC,    *
      *              may use it, and nobody may maintain their own    *
      *              list. Every change is written to SEC_AUDIT_LOG.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTF01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSTF01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-NOT-AUTHORIZED              VALUE 3.
         88 RPC-RESP-NOT-FOUND                   VALUE 4.
         88 RPC-RESP-DUPLICATE                   VALUE 5.
         88 RPC-RESP-DB-ERROR                    VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-REQUESTER-ID            PIC X(08).
       01 HOST-GRANT-COUNT             PIC S9(09) COMP.
       01 HOST-FOUND-COUNT             PIC S9(09) COMP.
       01 HOST-USER-CUST-ID            PIC 9(09).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-END-OF-CURSOR-FLAG      PIC X(01) VALUE 'N'.
           88 STF-CURSOR-EOF                     VALUE 'Y'.
           88 STF-CURSOR-NOT-EOF                 VALUE 'N'.

      ******************************************************************
      *      Security audit log - see CSUTLAPL; each declaration
      *      added or withdrawn lands on the user's audit trail
      ******************************************************************
       01 WS-AUDIT-FIELDS.
           COPY CSUTLAWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVSTF01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'L' list, 'A' add a declaration, 'D' withdraw one
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST                        VALUE 'L'.
                88 OP-ADD                         VALUE 'A'.
                88 OP-DELETE                      VALUE 'D'.
      *      The security user asking - checked before anything is
      *      read or changed
             10 LK-IN-REQUESTER-ID      PIC X(08).
      *      The employee whose declarations these are
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-CUST-ID           PIC X(09).
      *      S spouse/partner, F family, H household, B business,
      *      O other
             10 LK-IN-RELATION-CD       PIC X(01).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      The user's own customer link from USERSEC, zero if none
             10 LK-OUT-USER-CUST-ID     PIC 9(09).
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 20 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-CUST-ID       PIC 9(09).
                15 LK-OUT-RELATION-CD   PIC X(01).
                15 LK-OUT-DECLARED-BY   PIC X(08).
                15 LK-OUT-DECLARED-TS   PIC X(26).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-USER-CUST-ID
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           EVALUATE TRUE
               WHEN OP-LIST
               WHEN OP-ADD
               WHEN OP-DELETE
                   PERFORM 1000-CHECK-REQUESTER
                      THRU 1000-CHECK-REQUESTER-EXIT
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be L, A or D...'
                     TO WS-RESP-MSG
           END-EVALUATE

           IF RPC-RESP-OK
               PERFORM 2000-EDIT-INPUT
                  THRU 2000-EDIT-INPUT-EXIT
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-LIST
                       PERFORM 3000-LIST-DECLARATIONS
                          THRU 3000-LIST-DECLARATIONS-EXIT
                   WHEN OP-ADD
                       PERFORM 4000-ADD-DECLARATION
                          THRU 4000-ADD-DECLARATION-EXIT
                   WHEN OP-DELETE
                       PERFORM 5000-DELETE-DECLARATION
                          THRU 5000-DELETE-DECLARATION-EXIT
               END-EVALUATE
           END-IF

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
                         AND   F.RF_FUNCTION_CD = 'COSTF01A'
                         AND   F.RF_ALLOWED_IND = 'Y'))
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-DB-ERROR TO TRUE
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
               MOVE 'Not authorized to maintain staff relationships...'
                 TO WS-RESP-MSG
           END-IF.
       1000-CHECK-REQUESTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2000-EDIT-INPUT
      * The employee must be on USERSEC; a change needs a real
      * customer, and nobody may maintain their own list - that
      * would let a user quietly withdraw the tie that blocks them.
      *----------------------------------------------------------------*
       2000-EDIT-INPUT.

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'User ID can NOT be empty...' TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF
           MOVE LK-IN-USER-ID TO STF-USR-ID

           EXEC SQL
               SELECT COALESCE(USR_CUST_ID, 0)
               INTO :HOST-USER-CUST-ID
               FROM USERSEC
               WHERE USR_ID = :STF-USR-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-USER-CUST-ID TO LK-OUT-USER-CUST-ID
               WHEN 100
                   SET RPC-RESP-NOT-FOUND TO TRUE
                   MOVE 'User ID NOT found...' TO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read user - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
           END-EVALUATE

           IF OP-LIST
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           IF LK-IN-USER-ID = LK-IN-REQUESTER-ID
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'You may not maintain your own relationships...'
                 TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           IF LK-IN-CUST-ID IS NOT NUMERIC
              OR LK-IN-CUST-ID = ZEROS
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Customer ID must be 9 digits...' TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF
           MOVE LK-IN-CUST-ID TO STF-CUST-ID

           IF OP-ADD
               MOVE LK-IN-RELATION-CD TO STF-RELATION-CD
               IF NOT STF-REL-VALID
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Relation must be S, F, H, B or O...'
                     TO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
               END-IF

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-FOUND-COUNT
                   FROM CUSTDAT
                   WHERE CUST_ID = :STF-CUST-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read customer - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
               END-IF
               IF HOST-FOUND-COUNT = 0
                   SET RPC-RESP-NOT-FOUND TO TRUE
                   MOVE 'Customer ID NOT found...' TO WS-RESP-MSG
               END-IF
           END-IF.
       2000-EDIT-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3000-LIST-DECLARATIONS
      *----------------------------------------------------------------*
       3000-LIST-DECLARATIONS.

           MOVE ZEROS TO WS-LIST-COUNT
           SET STF-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-STF-LIST CURSOR FOR
               SELECT STF_CUST_ID, STF_RELATION_CD,
                      STF_DECLARED_BY, STF_DECLARED_TS
               FROM STAFFREL
               WHERE STF_USR_ID = :STF-USR-ID
               ORDER BY STF_CUST_ID
               FETCH FIRST 20 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-STF-LIST
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list relationships - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-DECLARATIONS-EXIT
           END-IF

           PERFORM 3100-FETCH-DECLARATION
               UNTIL STF-CURSOR-EOF OR WS-LIST-COUNT >= 20

           EXEC SQL
               CLOSE CUR-STF-LIST
           END-EXEC

           IF RPC-RESP-OK AND WS-LIST-COUNT = 0
               MOVE 'No relationships declared for this user...'
                 TO WS-RESP-MSG
           END-IF.
       3000-LIST-DECLARATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3100-FETCH-DECLARATION
      *----------------------------------------------------------------*
       3100-FETCH-DECLARATION.

           EXEC SQL
               FETCH CUR-STF-LIST
               INTO :STF-CUST-ID, :STF-RELATION-CD,
                    :STF-DECLARED-BY, :STF-DECLARED-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
                   MOVE STF-CUST-ID
                     TO LK-OUT-CUST-ID(WS-LIST-COUNT)
                   MOVE STF-RELATION-CD
                     TO LK-OUT-RELATION-CD(WS-LIST-COUNT)
                   MOVE STF-DECLARED-BY
                     TO LK-OUT-DECLARED-BY(WS-LIST-COUNT)
                   MOVE STF-DECLARED-TS
                     TO LK-OUT-DECLARED-TS(WS-LIST-COUNT)
               WHEN 100
                   SET STF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   SET STF-CURSOR-EOF TO TRUE
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read relationships - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-ADD-DECLARATION
      *----------------------------------------------------------------*
       4000-ADD-DECLARATION.

           MOVE LK-IN-REQUESTER-ID TO STF-DECLARED-BY

           EXEC SQL
               INSERT INTO STAFFREL
               (STF_USR_ID, STF_CUST_ID, STF_RELATION_CD,
                STF_DECLARED_BY, STF_DECLARED_TS)
               VALUES
               (:STF-USR-ID, :STF-CUST-ID, :STF-RELATION-CD,
                :STF-DECLARED-BY, CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   SET RPC-RESP-DUPLICATE TO TRUE
                   MOVE 'Relationship already declared...'
                     TO WS-RESP-MSG
                   GO TO 4000-ADD-DECLARATION-EXIT
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to add relationship - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO 4000-ADD-DECLARATION-EXIT
           END-EVALUATE

           MOVE STF-USR-ID TO WS-AUDIT-USR-ID
           SET AUDIT-ACTION-UPDATE TO TRUE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING 'Declared relationship added - customer '
                  STF-CUST-ID ' relation ' STF-RELATION-CD
             DELIMITED BY SIZE
             INTO WS-AUDIT-MSG
           PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT

           IF AUDIT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE 'Relationship not added - audit log write failed'
                 TO WS-RESP-MSG
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Relationship declared' TO WS-RESP-MSG
           END-IF.
       4000-ADD-DECLARATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  5000-DELETE-DECLARATION
      *----------------------------------------------------------------*
       5000-DELETE-DECLARATION.

           EXEC SQL
               DELETE FROM STAFFREL
               WHERE STF_USR_ID  = :STF-USR-ID
               AND   STF_CUST_ID = :STF-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-NOT-FOUND TO TRUE
                   MOVE 'No such relationship declared...'
                     TO WS-RESP-MSG
                   GO TO 5000-DELETE-DECLARATION-EXIT
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to remove relationship - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO 5000-DELETE-DECLARATION-EXIT
           END-EVALUATE

           MOVE STF-USR-ID TO WS-AUDIT-USR-ID
           SET AUDIT-ACTION-UPDATE TO TRUE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING 'Declared relationship withdrawn - customer '
                  STF-CUST-ID
             DELIMITED BY SIZE
             INTO WS-AUDIT-MSG
           PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT

           IF AUDIT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE 'Relationship not removed - audit log write failed'
                 TO WS-RESP-MSG
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Relationship withdrawn' TO WS-RESP-MSG
           END-IF.
       5000-DELETE-DECLARATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *              WRITE-AUDIT-LOG (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLAPL.
