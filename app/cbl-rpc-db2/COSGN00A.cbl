         05 SEC-USR-PWD-EXPIRED-FLAG   PIC X(01).
           88 SEC-USR-PWD-EXPIRED               VALUE 'Y'.
           88 SEC-USR-PWD-NOT-EXPIRED           VALUE 'N'.
         05 SEC-USR-LAST-SIGNON-DATE   PIC X(10).

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
                               PERFORM RESET-FAILED-LOGIN-DB2
                           END-IF
                           PERFORM CHECK-PWD-EXPIRATION
                           PERFORM RECORD-SIGNON-DATE-DB2
                           IF RC-PWD-EXPIRED
                               MOVE 'X' TO HOST-SES-EVENT-CD
                               MOVE 'N' TO HOST-SES-ACTIVE-IND

           EXEC SQL COMMIT END-EXEC.

      *----------------------------------------------------------------*
      *                   RECORD-SIGNON-DATE-DB2
      * Stamps the date of the user's last good password on USERSEC.
      * SEC_SESSION is purged on the retention schedule (CBACT66A),
      * so this column is the durable last-signon date the quarterly
      * recertification (CBACT75A) judges dormancy by. A signon that
      * stops at the forced password change still counts - the user
      * proved they hold the ID.
      *----------------------------------------------------------------*
       RECORD-SIGNON-DATE-DB2.

           MOVE FUNCTION CURRENT-DATE TO WS-SES-CURDATE-TIME
           STRING WS-SES-CURR-YYYYMMDD(1:4) '-'
                  WS-SES-CURR-YYYYMMDD(5:2) '-'
                  WS-SES-CURR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
                  INTO SEC-USR-LAST-SIGNON-DATE
           END-STRING

           EXEC SQL
               UPDATE USERSEC
               SET USR_LAST_SIGNON_DATE = :SEC-USR-LAST-SIGNON-DATE
               WHERE USR_ID = :SEC-USR-ID
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ERROR UPDATING USR_LAST_SIGNON_DATE - SQLCODE: '
                       SQLCODE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-PWD-EXPIRATION
      * Runs only after the password itself has already checked out,
