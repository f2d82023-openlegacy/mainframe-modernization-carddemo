000001******************************************************************
      * Program:     COARC01A                                          *
      * Function:    Access recertification decision RPC service       *
      * Description: Where managers answer the quarterly access        *
      *              review CBACT75A opens on ACCREVW.                 *
      *              'L' lists the pending reviews of one cycle for    *
      *              a manager (20 to a page, after the user ID        *
      *              given), 'C' certifies that a user still needs     *
      *              the access shown, 'R' revokes it - the user is    *
      *              deactivated on USERSEC as COUSR03A would.         *
      *              A manager decides only the users reviewed under   *
      *              them; an admin user, or a user whose role is      *
      *              explicitly granted COARC01A in SEC_ROLE_FUNC,     *
      *              may list any manager's reviews or the unassigned  *
      *              group and decide any of them. Nobody decides      *
      *              their own review. Every decision is written to    *
      *              SEC_AUDIT_LOG.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COARC01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COARC01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-NOT-AUTHORIZED              VALUE 3.
         88 RPC-RESP-NOT-FOUND                   VALUE 4.
         88 RPC-RESP-ALREADY-DECIDED             VALUE 5.
         88 RPC-RESP-LAST-ADMIN                  VALUE 6.
         88 RPC-RESP-DB-ERROR                    VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-REQUESTER-ID            PIC X(08).
       01 HOST-REQUESTER-TYPE          PIC X(01).
       01 HOST-GRANT-COUNT             PIC S9(09) COMP.
       01 HOST-ADMIN-COUNT             PIC S9(09) COMP.
       01 HOST-LIST-MANAGER-ID         PIC X(08).
       01 HOST-START-USR-ID            PIC X(08).
       01 HOST-USR-FNAME               PIC X(20).
       01 HOST-USR-LNAME               PIC X(20).
       01 HOST-USR-TYPE                PIC X(01).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-FETCH-COUNT             PIC S9(04) COMP VALUE ZEROS.
         05 WS-END-OF-CURSOR-FLAG      PIC X(01) VALUE 'N'.
           88 ARC-CURSOR-EOF                     VALUE 'Y'.
           88 ARC-CURSOR-NOT-EOF                 VALUE 'N'.
         05 WS-REQUESTER-ADMIN-FLAG    PIC X(01) VALUE 'N'.
           88 REQUESTER-IS-ADMIN                 VALUE 'Y'.
           88 REQUESTER-NOT-ADMIN                VALUE 'N'.

      ******************************************************************
      *      Security audit log - see CSUTLAPL; each certify or
      *      revoke lands on the reviewed user's audit trail
      ******************************************************************
       01 WS-AUDIT-FIELDS.
           COPY CSUTLAWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVARC01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'L' list pending, 'C' certify, 'R' revoke
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST                        VALUE 'L'.
                88 OP-CERTIFY                     VALUE 'C'.
                88 OP-REVOKE                      VALUE 'R'.
      *      The user asking - checked before anything is read or
      *      changed
             10 LK-IN-REQUESTER-ID      PIC X(08).
      *      Review cycle, 'YYYY-Qn'
             10 LK-IN-CYCLE-ID          PIC X(07).
      *      List only: 'M' (or space) a manager's reviews, 'U' the
      *      unassigned group
             10 LK-IN-LIST-SCOPE        PIC X(01).
                88 SCOPE-MANAGER                  VALUES 'M' ' '.
                88 SCOPE-UNASSIGNED               VALUE 'U'.
      *      List only: whose reviews; blank is the requester's own
             10 LK-IN-MANAGER-ID        PIC X(08).
      *      Certify/revoke: the user reviewed. List: start after
      *      this user ID (blank from the top)
             10 LK-IN-USER-ID           PIC X(08).
      *      Why - required on a revoke
             10 LK-IN-REASON            PIC X(40).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      'Y' when more pending reviews follow the last one listed
             10 LK-OUT-MORE-IND         PIC X(01).
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 20 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-USR-ID        PIC X(08).
                15 LK-OUT-USR-FNAME     PIC X(20).
                15 LK-OUT-USR-LNAME     PIC X(20).
                15 LK-OUT-USR-TYPE      PIC X(01).
                15 LK-OUT-ROLE-ID       PIC X(05).
                15 LK-OUT-LAST-SIGNON   PIC X(10).
                15 LK-OUT-PWD-CHANGED   PIC X(10).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE 'N' TO LK-OUT-MORE-IND
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           EVALUATE TRUE
               WHEN OP-LIST
               WHEN OP-CERTIFY
               WHEN OP-REVOKE
                   PERFORM 1000-CHECK-REQUESTER
                      THRU 1000-CHECK-REQUESTER-EXIT
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be L, C or R...'
                     TO WS-RESP-MSG
           END-EVALUATE

           IF RPC-RESP-OK
               PERFORM 2000-EDIT-INPUT
                  THRU 2000-EDIT-INPUT-EXIT
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-LIST
                       PERFORM 3000-LIST-PENDING
                          THRU 3000-LIST-PENDING-EXIT
                   WHEN OP-CERTIFY
                       PERFORM 4000-CERTIFY-ACCESS
                          THRU 4000-CERTIFY-ACCESS-EXIT
                   WHEN OP-REVOKE
                       PERFORM 5000-REVOKE-ACCESS
                          THRU 5000-REVOKE-ACCESS-EXIT
               END-EVALUATE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    1000-CHECK-REQUESTER
      * The requester must be an active user. An admin user, or a
      * role holding an allowed SEC_ROLE_FUNC row for this program,
      * reviews as security administration; anyone else only as the
      * manager of the users under them.
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
               SELECT U.USR_TYPE,
                      (SELECT COUNT(*)
                       FROM SEC_ROLE_FUNC F
                       WHERE F.RF_ROLE_ID = U.USR_ROLE_ID
                       AND   F.RF_FUNCTION_CD = 'COARC01A'
                       AND   F.RF_ALLOWED_IND = 'Y')
               INTO :HOST-REQUESTER-TYPE, :HOST-GRANT-COUNT
               FROM USERSEC U
               WHERE U.USR_ID = :HOST-REQUESTER-ID
               AND   U.USR_ACTIVE_STATUS = 'Y'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-REQUESTER-TYPE = 'A'
                      OR HOST-GRANT-COUNT > 0
                       SET REQUESTER-IS-ADMIN TO TRUE
                   ELSE
                       SET REQUESTER-NOT-ADMIN TO TRUE
                   END-IF
               WHEN 100
                   SET RPC-RESP-NOT-AUTHORIZED TO TRUE
                   MOVE 'Requesting user is not an active user...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to check access - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.
       1000-CHECK-REQUESTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2000-EDIT-INPUT
      * A decision needs a pending review the requester may decide,
      * and never the requester's own - a user certifying their own
      * access is no review at all.
      *----------------------------------------------------------------*
       2000-EDIT-INPUT.

           IF LK-IN-CYCLE-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Review cycle (YYYY-Qn) is required...'
                 TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF
           MOVE LK-IN-CYCLE-ID TO ARC-CYCLE-ID

           IF OP-LIST
               EVALUATE TRUE
                   WHEN SCOPE-UNASSIGNED
                       MOVE SPACES TO HOST-LIST-MANAGER-ID
                   WHEN SCOPE-MANAGER
                       IF LK-IN-MANAGER-ID = SPACES OR LOW-VALUES
                           MOVE LK-IN-REQUESTER-ID
                             TO HOST-LIST-MANAGER-ID
                       ELSE
                           MOVE LK-IN-MANAGER-ID
                             TO HOST-LIST-MANAGER-ID
                       END-IF
                   WHEN OTHER
                       SET RPC-RESP-INVALID-INPUT TO TRUE
                       MOVE 'List scope must be M or U...'
                         TO WS-RESP-MSG
                       GO TO 2000-EDIT-INPUT-EXIT
               END-EVALUATE
               IF HOST-LIST-MANAGER-ID NOT = LK-IN-REQUESTER-ID
                  AND REQUESTER-NOT-ADMIN
                   SET RPC-RESP-NOT-AUTHORIZED TO TRUE
                   MOVE 'Not authorized to list other managers reviews'
                     TO WS-RESP-MSG
               END-IF
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'User ID can NOT be empty...' TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF
           MOVE LK-IN-USER-ID TO ARC-USR-ID

           IF LK-IN-USER-ID = LK-IN-REQUESTER-ID
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'You may not decide your own access review...'
                 TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           IF OP-REVOKE
              AND (LK-IN-REASON = SPACES OR LOW-VALUES)
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'A reason is required to revoke access...'
                 TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           EXEC SQL
               SELECT A.ARC_MANAGER_ID, A.ARC_STATUS, U.USR_TYPE
               INTO :ARC-MANAGER-ID, :ARC-STATUS, :HOST-USR-TYPE
               FROM ACCREVW A
               INNER JOIN USERSEC U
                     ON U.USR_ID = A.ARC_USR_ID
               WHERE A.ARC_CYCLE_ID = :ARC-CYCLE-ID
               AND   A.ARC_USR_ID = :ARC-USR-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-NOT-FOUND TO TRUE
                   MOVE 'No access review for this user and cycle...'
                     TO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read access review - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-EDIT-INPUT-EXIT
           END-EVALUATE

           IF ARC-MANAGER-ID NOT = LK-IN-REQUESTER-ID
              AND REQUESTER-NOT-ADMIN
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'This user is not reviewed under you...'
                 TO WS-RESP-MSG
               GO TO 2000-EDIT-INPUT-EXIT
           END-IF

           IF NOT ARC-PENDING
               SET RPC-RESP-ALREADY-DECIDED TO TRUE
               MOVE 'This access review has already been decided...'
                 TO WS-RESP-MSG
           END-IF.
       2000-EDIT-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     3000-LIST-PENDING
      * One row past the page is read only to set the more flag.
      *----------------------------------------------------------------*
       3000-LIST-PENDING.

           MOVE ZEROS TO WS-LIST-COUNT
           MOVE ZEROS TO WS-FETCH-COUNT
           SET ARC-CURSOR-NOT-EOF TO TRUE
           IF LK-IN-USER-ID = LOW-VALUES
               MOVE SPACES TO HOST-START-USR-ID
           ELSE
               MOVE LK-IN-USER-ID TO HOST-START-USR-ID
           END-IF

           EXEC SQL
               DECLARE CUR-ARC-LIST CURSOR FOR
               SELECT A.ARC_USR_ID, U.USR_FNAME, U.USR_LNAME,
                      A.ARC_USR_TYPE, A.ARC_ROLE_ID,
                      A.ARC_LAST_SIGNON_DATE, A.ARC_PWD_CHANGED_DATE
               FROM ACCREVW A
               INNER JOIN USERSEC U
                     ON U.USR_ID = A.ARC_USR_ID
               WHERE A.ARC_CYCLE_ID = :ARC-CYCLE-ID
               AND   A.ARC_MANAGER_ID = :HOST-LIST-MANAGER-ID
               AND   A.ARC_STATUS = 'P'
               AND   A.ARC_USR_ID > :HOST-START-USR-ID
               ORDER BY A.ARC_USR_ID
               FETCH FIRST 21 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-ARC-LIST
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list access reviews - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-PENDING-EXIT
           END-IF

           PERFORM 3100-FETCH-PENDING
               UNTIL ARC-CURSOR-EOF OR WS-FETCH-COUNT > 20

           EXEC SQL
               CLOSE CUR-ARC-LIST
           END-EXEC

           IF RPC-RESP-OK AND WS-LIST-COUNT = 0
               MOVE 'No pending access reviews...' TO WS-RESP-MSG
           END-IF.
       3000-LIST-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3100-FETCH-PENDING
      *----------------------------------------------------------------*
       3100-FETCH-PENDING.

           EXEC SQL
               FETCH CUR-ARC-LIST
               INTO :ARC-USR-ID, :HOST-USR-FNAME, :HOST-USR-LNAME,
                    :ARC-USR-TYPE, :ARC-ROLE-ID,
                    :ARC-LAST-SIGNON-DATE, :ARC-PWD-CHANGED-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FETCH-COUNT
                   IF WS-FETCH-COUNT > 20
                       MOVE 'Y' TO LK-OUT-MORE-IND
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
                       MOVE ARC-USR-ID
                         TO LK-OUT-USR-ID(WS-LIST-COUNT)
                       MOVE HOST-USR-FNAME
                         TO LK-OUT-USR-FNAME(WS-LIST-COUNT)
                       MOVE HOST-USR-LNAME
                         TO LK-OUT-USR-LNAME(WS-LIST-COUNT)
                       MOVE ARC-USR-TYPE
                         TO LK-OUT-USR-TYPE(WS-LIST-COUNT)
                       MOVE ARC-ROLE-ID
                         TO LK-OUT-ROLE-ID(WS-LIST-COUNT)
                       MOVE ARC-LAST-SIGNON-DATE
                         TO LK-OUT-LAST-SIGNON(WS-LIST-COUNT)
                       MOVE ARC-PWD-CHANGED-DATE
                         TO LK-OUT-PWD-CHANGED(WS-LIST-COUNT)
                   END-IF
               WHEN 100
                   SET ARC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   SET ARC-CURSOR-EOF TO TRUE
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read access reviews - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    4000-CERTIFY-ACCESS
      *----------------------------------------------------------------*
       4000-CERTIFY-ACCESS.

           SET ARC-CERTIFIED TO TRUE
           PERFORM 6000-RECORD-DECISION
              THRU 6000-RECORD-DECISION-EXIT
           IF NOT RPC-RESP-OK
               GO TO 4000-CERTIFY-ACCESS-EXIT
           END-IF

           MOVE ARC-USR-ID TO WS-AUDIT-USR-ID
           SET AUDIT-ACTION-UPDATE TO TRUE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING 'Access certified for ' ARC-CYCLE-ID
                  ' by ' LK-IN-REQUESTER-ID
             DELIMITED BY SIZE
             INTO WS-AUDIT-MSG
           PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT

           IF AUDIT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE 'Access not certified - audit log write failed'
                 TO WS-RESP-MSG
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Access certified' TO WS-RESP-MSG
           END-IF.
       4000-CERTIFY-ACCESS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    5000-REVOKE-ACCESS
      * Deactivates the user as COUSR03A does, with the same refusal
      * to remove the last active admin. A user already deactivated
      * some other way still has the decision recorded.
      *----------------------------------------------------------------*
       5000-REVOKE-ACCESS.

           IF HOST-USR-TYPE = 'A'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ADMIN-COUNT
                   FROM USERSEC
                   WHERE USR_TYPE = 'A'
                   AND   USR_ACTIVE_STATUS = 'Y'
                   AND   USR_ID <> :ARC-USR-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE 'Unable to verify remaining admin users'
                     TO WS-RESP-MSG
                   GO TO 5000-REVOKE-ACCESS-EXIT
               END-IF
               IF HOST-ADMIN-COUNT = 0
                   SET RPC-RESP-LAST-ADMIN TO TRUE
                   MOVE 'Cannot revoke the last active admin'
                     TO WS-RESP-MSG
                   GO TO 5000-REVOKE-ACCESS-EXIT
               END-IF
           END-IF

           SET ARC-REVOKED TO TRUE
           PERFORM 6000-RECORD-DECISION
              THRU 6000-RECORD-DECISION-EXIT
           IF NOT RPC-RESP-OK
               GO TO 5000-REVOKE-ACCESS-EXIT
           END-IF

           EXEC SQL
               UPDATE USERSEC
               SET USR_ACTIVE_STATUS = 'N'
               WHERE USR_ID = :ARC-USR-ID
               AND   USR_ACTIVE_STATUS = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to deactivate user - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               EXEC SQL ROLLBACK END-EXEC
               GO TO 5000-REVOKE-ACCESS-EXIT
           END-IF

           MOVE ARC-USR-ID TO WS-AUDIT-USR-ID
           SET AUDIT-ACTION-DEACTIVATE TO TRUE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING 'Access revoked at ' ARC-CYCLE-ID
                  ' by ' LK-IN-REQUESTER-ID ' - '
                  LK-IN-REASON
             DELIMITED BY SIZE
             INTO WS-AUDIT-MSG
           PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT

           IF AUDIT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               SET RPC-RESP-DB-ERROR TO TRUE
               MOVE 'Access not revoked - audit log write failed'
                 TO WS-RESP-MSG
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Access revoked - user deactivated' TO WS-RESP-MSG
           END-IF.
       5000-REVOKE-ACCESS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   6000-RECORD-DECISION
      * ARC-STATUS is set by the caller. Only a still-pending row is
      * changed, so two deciders racing cannot both succeed.
      *----------------------------------------------------------------*
       6000-RECORD-DECISION.

           MOVE LK-IN-REQUESTER-ID TO ARC-DECIDED-BY
           MOVE LK-IN-REASON TO ARC-REASON

           EXEC SQL
               UPDATE ACCREVW
               SET ARC_STATUS = :ARC-STATUS,
                   ARC_DECIDED_BY = :ARC-DECIDED-BY,
                   ARC_DECIDED_TS = CURRENT TIMESTAMP,
                   ARC_REASON = :ARC-REASON
               WHERE ARC_CYCLE_ID = :ARC-CYCLE-ID
               AND   ARC_USR_ID = :ARC-USR-ID
               AND   ARC_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ALREADY-DECIDED TO TRUE
                   MOVE 'This access review has already been decided...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-DB-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to record decision - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
       6000-RECORD-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *              WRITE-AUDIT-LOG (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLAPL.
