      * Modification History
      * 2026-09-02 - New batch job: product change execution on the
      *              effective date with pending-changes report
      * 2026-10-15 - Executed group change journaled on ACCTHIST
      *              (CSUTLHPL) for the change-data extract
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT54A.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Account maintenance history - see CSUTLHPL; the
      * group change is journaled on ACCTHIST for the change extract.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               AND   ACCT_GROUP_ID = :HOST-PCH-OLD-GROUP-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-PCH-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'GROUP-ID' TO WS-AHST-FIELD-NAME
               MOVE HOST-PCH-OLD-GROUP-ID TO WS-AHST-OLD-VALUE
               MOVE HOST-PCH-NEW-GROUP-ID TO WS-AHST-NEW-VALUE
               MOVE 'CBACT54A' TO WS-AHST-USER-ID
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
