      *              to RPC program for API integration
      * 2025-07-15 - Converted from VSAM RPC program COUSR01L
      *              to DB2 RPC program for DB2 integration
      * 2026-10-15 - New users start with no customer link
      * 2026-10-15 - Stamp created date for access recertification
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUSR01A.
      * A new user starts with no role assignment - legacy access
      * until the rollout assigns one (see COSEC01A)
              MOVE SPACES TO SEC-USR-ROLE-ID
      * Not linked to a customer record until security links it
      * through COUSR02A
              MOVE ZEROS TO SEC-USR-CUST-ID
      * No certifying manager until security assigns one through
      * COUSR02A. The created date starts the dormancy grace period
      * of an ID that has not signed on yet (CBACT75A).
              MOVE SPACES TO SEC-USR-MANAGER-ID
              MOVE SEC-USR-PWD-CHANGED-DATE TO SEC-USR-CREATED-DATE
              MOVE SPACES TO SEC-USR-LAST-SIGNON-DATE
              PERFORM INSERT-USER-DB2-TABLE
           END-IF.

               (USR_ID, USR_FNAME, USR_LNAME, USR_PWD, USR_PWD_SALT,
                USR_TYPE, USR_ACTIVE_STATUS, USR_FAILED_LOGIN_CNT,
                USR_LOCKED_STATUS, USR_PWD_CHANGED_DATE,
                USR_PWD_EXPIRED_FLAG, USR_CUST_ID, USR_MANAGER_ID,
                USR_CREATED_DATE, USR_LAST_SIGNON_DATE)
               VALUES
               (:SEC-USR-ID, :SEC-USR-FNAME, :SEC-USR-LNAME,
                :SEC-USR-PWD, :SEC-USR-PWD-SALT, :SEC-USR-TYPE,
                :SEC-USR-ACTIVE-STATUS, :SEC-USR-FAILED-LOGIN-CNT,
                :SEC-USR-LOCKED-STATUS, :SEC-USR-PWD-CHANGED-DATE,
                :SEC-USR-PWD-EXPIRED-FLAG, :SEC-USR-CUST-ID,
                :SEC-USR-MANAGER-ID, :SEC-USR-CREATED-DATE,
                :SEC-USR-LAST-SIGNON-DATE)
           END-EXEC.


