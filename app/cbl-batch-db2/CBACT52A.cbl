      * Modification History
      * 2026-09-02 - New batch job: secured card graduation review
      *              with deposit return
      * 2026-10-15 - Graduation group change journaled on ACCTHIST
      *              (CSUTLHPL) for the change-data extract
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT52A.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Account maintenance history - see CSUTLHPL; the
      * group change is journaled on ACCTHIST for the change extract.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-EFT-ACCOUNT-ID   PIC X(10).
       01 HOST-UNSECURED-GROUP         PIC X(10).
       01 HOST-OLD-GROUP               PIC X(10).

       COPY CVSDP01Y.

           END-IF

           EXEC SQL
               SELECT COALESCE(ACCT_GROUP_ID, ' ')
               INTO :HOST-OLD-GROUP
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_GROUP_ID = :HOST-UNSECURED-GROUP
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE HOST-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'GROUP-ID' TO WS-AHST-FIELD-NAME
               MOVE HOST-OLD-GROUP TO WS-AHST-OLD-VALUE
               MOVE HOST-UNSECURED-GROUP TO WS-AHST-NEW-VALUE
               MOVE 'CBACT52A' TO WS-AHST-USER-ID
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-GRAD-ERRORS
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
