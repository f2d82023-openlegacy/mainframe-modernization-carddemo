      * user predates role assignments and keeps the legacy
      * type-based access.
           05  SEC-USR-ROLE-ID                   PIC X(05).
      * The user's own customer record when the employee is also a
      * cardholder (CUSTDAT / CUST_ID); zero when not. With the
      * declared relationships on STAFFREL (CVSTF01Y) this is what
      * the staff-conflict check (CSUTLEPL) refuses service against.
           05  SEC-USR-CUST-ID                   PIC 9(09).
      * Access recertification (CBACT75A / COARC01A). The manager
      * who certifies the user each quarter - blank, or a manager
      * who is no longer active, puts the user in the security
      * administrators' unassigned group. The created date gives a
      * new ID that has never signed on its grace period; the last
      * signon date is stamped by COSGN00A on every good password
      * and is what dormancy is judged by (SEC_SESSION is purged).
           05  SEC-USR-MANAGER-ID                PIC X(08).
           05  SEC-USR-CREATED-DATE              PIC X(10).
           05  SEC-USR-LAST-SIGNON-DATE          PIC X(10).
