      * SEC_ROLE_FUNC, enforced through COSEC01A). Blank means the
      * user has no role yet and falls back to the USR_TYPE check.
         05 SEC-USR-ROLE-ID            PIC X(05).
      * The employee's own customer record (CUSTDAT), zero when the
      * user is not a cardholder - see CSUTLEPL.
         05 SEC-USR-CUST-ID            PIC 9(09).
      * The manager who certifies this user's access each quarter
      * (CBACT75A / COARC01A)
         05 SEC-USR-MANAGER-ID         PIC X(08).

       01 WS-CUST-LINK-FIELDS.
         05 WS-NEW-CUST-ID             PIC 9(09).
         05 WS-CUST-FOUND-CNT          PIC S9(09) COMP.

       01 WS-MANAGER-FIELDS.
         05 WS-NEW-MANAGER-ID          PIC X(08).
         05 WS-MANAGER-FOUND-CNT       PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *        Permission-matrix role; blank leaves the user's
      *        current role assignment untouched
               10  LK-IN-USER-ROLE           PIC X(05).
      *        Employee's own customer ID; blank leaves the current
      *        link untouched, all zeros removes it
               10  LK-IN-USER-CUST-ID        PIC X(09).
      *        Certifying manager's user ID; blank leaves the current
      *        assignment untouched
               10  LK-IN-USER-MANAGER-ID     PIC X(08).
           05  LK-OUTPUT-STATUS.
               10  LK-OUT-RETURN-CODE        PIC 9(02).
                   88  RC-SUCCESS             VALUE 00.
                   MOVE SPACES        TO LK-IN-USER-PWD
                   MOVE SEC-USR-TYPE  TO LK-IN-USER-TYPE
                   MOVE SEC-USR-ROLE-ID TO LK-IN-USER-ROLE
                   MOVE SEC-USR-CUST-ID TO LK-IN-USER-CUST-ID
                   MOVE SEC-USR-MANAGER-ID TO LK-IN-USER-MANAGER-ID
               MOVE 'User data retrieved successfully' TO LK-OUT-MESSAGE
               END-IF
           END-IF.
                       SET USR-MODIFIED-YES TO TRUE
                   END-IF

      * Same rule for the customer link. The customer must exist -
      * a link to nothing would let the staff-conflict check pass.
                   IF LK-IN-USER-CUST-ID NOT = SPACES
                      AND LK-IN-USER-CUST-ID NOT = LOW-VALUES
                       PERFORM EDIT-USER-CUST-LINK
                   END-IF

      * And for the certifying manager, who must be an active user
      * other than the user - nobody certifies their own access.
                   IF LK-IN-USER-MANAGER-ID NOT = SPACES
                      AND LK-IN-USER-MANAGER-ID NOT = LOW-VALUES
                      AND NOT ERR-FLG-ON
                       PERFORM EDIT-USER-MANAGER
                   END-IF

                   IF SEC-USR-LOCKED
                       SET USR-MODIFIED-YES TO TRUE
                   END-IF

                   EVALUATE TRUE
                       WHEN ERR-FLG-ON
                           CONTINUE
                       WHEN USR-MODIFIED-YES
                           PERFORM UPDATE-USER-SEC-TABLE
                       WHEN OTHER
                           SET RC-NO-CHANGES TO TRUE
                           MOVE 'No changes detected' TO LK-OUT-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-USER-CUST-LINK
      *----------------------------------------------------------------*
       EDIT-USER-CUST-LINK.

           IF LK-IN-USER-CUST-ID IS NOT NUMERIC
               SET ERR-FLG-ON TO TRUE
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE 'Customer ID must be 9 digits' TO LK-OUT-MESSAGE
           ELSE
               MOVE LK-IN-USER-CUST-ID TO WS-NEW-CUST-ID
               IF WS-NEW-CUST-ID NOT = ZEROS
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-CUST-FOUND-CNT
                       FROM CUSTDAT
                       WHERE CUST_ID = :WS-NEW-CUST-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET ERR-FLG-ON TO TRUE
                       SET RC-DATABASE-ERROR TO TRUE
                       MOVE 'Unable to lookup Customer'
                         TO LK-OUT-MESSAGE
                   ELSE
                       IF WS-CUST-FOUND-CNT = 0
                           SET ERR-FLG-ON TO TRUE
                           SET RC-VALIDATION-ERROR TO TRUE
                           MOVE 'Customer ID not found'
                             TO LK-OUT-MESSAGE
                       END-IF
                   END-IF
               END-IF
               IF NOT ERR-FLG-ON
                  AND WS-NEW-CUST-ID NOT = SEC-USR-CUST-ID
                   MOVE WS-NEW-CUST-ID TO SEC-USR-CUST-ID
                   SET USR-MODIFIED-YES TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-USER-MANAGER
      *----------------------------------------------------------------*
       EDIT-USER-MANAGER.

           MOVE LK-IN-USER-MANAGER-ID TO WS-NEW-MANAGER-ID

           IF WS-NEW-MANAGER-ID = SEC-USR-ID
               SET ERR-FLG-ON TO TRUE
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE 'A user cannot be their own manager'
                 TO LK-OUT-MESSAGE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-MANAGER-FOUND-CNT
                   FROM USERSEC
                   WHERE USR_ID = :WS-NEW-MANAGER-ID
                   AND   USR_ACTIVE_STATUS = 'Y'
               END-EXEC
               IF SQLCODE NOT = 0
                   SET ERR-FLG-ON TO TRUE
                   SET RC-DATABASE-ERROR TO TRUE
                   MOVE 'Unable to lookup Manager' TO LK-OUT-MESSAGE
               ELSE
                   IF WS-MANAGER-FOUND-CNT = 0
                       SET ERR-FLG-ON TO TRUE
                       SET RC-VALIDATION-ERROR TO TRUE
                       MOVE 'Manager ID not found or not active'
                         TO LK-OUT-MESSAGE
                   END-IF
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
              AND WS-NEW-MANAGER-ID NOT = SEC-USR-MANAGER-ID
               MOVE WS-NEW-MANAGER-ID TO SEC-USR-MANAGER-ID
               SET USR-MODIFIED-YES TO TRUE
           END-IF.

      *----------------------------------------------------------------*
           EXEC SQL
               SELECT USR_ID, USR_FNAME, USR_LNAME, USR_PWD,
                      USR_PWD_SALT, USR_TYPE,
                      COALESCE(USR_ROLE_ID, ' '),
                      COALESCE(USR_CUST_ID, 0),
                      COALESCE(USR_MANAGER_ID, ' ')
               INTO :SEC-USR-ID, :SEC-USR-FNAME, :SEC-USR-LNAME,
                    :SEC-USR-PWD, :SEC-USR-PWD-SALT, :SEC-USR-TYPE,
                    :SEC-USR-ROLE-ID, :SEC-USR-CUST-ID,
                    :SEC-USR-MANAGER-ID
               FROM USERSEC
               WHERE USR_ID = :SEC-USR-ID
           END-EXEC.
               SELECT USR_ID, USR_FNAME, USR_LNAME, USR_PWD,
                      USR_PWD_SALT, USR_TYPE, USR_LOCKED_STATUS,
                      USR_PWD_CHANGED_DATE, USR_PWD_EXPIRED_FLAG,
                      COALESCE(USR_ROLE_ID, ' '),
                      COALESCE(USR_CUST_ID, 0),
                      COALESCE(USR_MANAGER_ID, ' ')
               INTO :SEC-USR-ID, :SEC-USR-FNAME, :SEC-USR-LNAME,
                    :SEC-USR-PWD, :SEC-USR-PWD-SALT, :SEC-USR-TYPE,
                    :SEC-USR-LOCKED-STATUS, :SEC-USR-PWD-CHANGED-DATE,
                    :SEC-USR-PWD-EXPIRED-FLAG, :SEC-USR-ROLE-ID,
                    :SEC-USR-CUST-ID, :SEC-USR-MANAGER-ID
               FROM USERSEC
               WHERE USR_ID = :SEC-USR-ID
           END-EXEC.
                   USR_LOCKED_STATUS   = :SEC-USR-LOCKED-STATUS,
                   USR_PWD_CHANGED_DATE = :SEC-USR-PWD-CHANGED-DATE,
                   USR_PWD_EXPIRED_FLAG = :SEC-USR-PWD-EXPIRED-FLAG,
                   USR_ROLE_ID         = :SEC-USR-ROLE-ID,
                   USR_CUST_ID         = :SEC-USR-CUST-ID,
                   USR_MANAGER_ID      = :SEC-USR-MANAGER-ID
               WHERE USR_ID = :SEC-USR-ID
           END-EXEC.

