         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                   VALUE 'N'.

      * Sensitive-data access log - see CSUTLCPL. The summary exposes
      * the customer's accounts and balances, not their identity data.
       01 WS-PII-FIELDS.
           COPY CSUTLCWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-CUST-ID           PIC 9(09).
      *      Signed-on user - recorded on the PII access log
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
           IF RPC-RESP-OK
               PERFORM 3000-COUNT-OPEN-ITEMS
               PERFORM 4000-MAP-TOTALS
               PERFORM 5000-LOG-CUSTOMER-READ
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE HOST-OPEN-FRD-COUNT TO LK-OUT-OPEN-FRD-COUNT
           MOVE HOST-OPEN-DSP-COUNT TO LK-OUT-OPEN-DSP-COUNT
           MOVE 'Relationship summary built' TO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *                   5000-LOG-CUSTOMER-READ
      *----------------------------------------------------------------*
       5000-LOG-CUSTOMER-READ.

           MOVE LK-IN-USER-ID           TO WS-PII-USER-ID
           MOVE WS-PGMNAME              TO WS-PII-PROGRAM
           MOVE LK-IN-CUST-ID           TO WS-PII-CUST-ID
           MOVE ZEROS                   TO WS-PII-ACCT-ID
           SET PII-SSN-NOT-EXPOSED      TO TRUE
           SET PII-DOB-NOT-EXPOSED      TO TRUE
           SET PII-CONTACT-NOT-EXPOSED  TO TRUE
           SET PII-ACCOUNT-EXPOSED      TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT.

      *----------------------------------------------------------------*
      *            LOG-PII-ACCESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLCPL.
