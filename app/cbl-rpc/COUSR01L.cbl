      * Modification History
      * 2025-05-09 - Converted from screen-based program COUSR01C
      *              to RPC program for API integration
      * 2026-10-15 - New users start with no customer link
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUSR01L.
      * A new user starts with no role assignment - legacy access
      * until the rollout assigns one (see COSEC01A)
              MOVE SPACES TO SEC-USR-ROLE-ID
      * Not linked to a customer record until security links it
              MOVE ZEROS TO SEC-USR-CUST-ID
              PERFORM WRITE-USER-SEC-FILE
           END-IF.

