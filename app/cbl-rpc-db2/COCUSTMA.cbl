       01 WS-LITERALS.
          05 LIT-CUSTTABLENAME         PIC X(8) VALUE 'CUSTDAT '.

      ******************************************************************
      *      Sensitive-data access log - see CSUTLCPL
      ******************************************************************
       01 WS-PII-FIELDS.
          COPY CSUTLCWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
      *    Input: The customer ID, and the signed-on user for the
      *    PII access log
           05  LK-INPUT-CUST-ID         PIC S9(09) COMP-3.
           05  LK-INPUT-USER-ID         PIC X(08).
      *
      *    Output: Return code and message
           05  LK-OUTPUT-STATUS.
               MOVE LK-INPUT-CUST-ID TO HV-CUST-ID
               PERFORM GET-CUSTOMER-DETAILS
               IF RC-SUCCESS
                   PERFORM LOG-CUSTOMER-READ
      *            Chain to COACCNTA
                   PERFORM CALL-COACCNTA
               END-IF
                   PERFORM TEMP-DUMP-OUTPUT-STRUCTURE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      LOG-CUSTOMER-READ
      * The full customer record is going back to the caller.
      *----------------------------------------------------------------*
       LOG-CUSTOMER-READ.
           MOVE LK-INPUT-USER-ID        TO WS-PII-USER-ID
           MOVE WS-PGMNAME              TO WS-PII-PROGRAM
           MOVE HV-CUST-ID              TO WS-PII-CUST-ID
           MOVE ZEROS                   TO WS-PII-ACCT-ID
           SET PII-SSN-EXPOSED          TO TRUE
           SET PII-DOB-EXPOSED          TO TRUE
           SET PII-CONTACT-EXPOSED      TO TRUE
           SET PII-ACCOUNT-NOT-EXPOSED  TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT.

      *----------------------------------------------------------------*
      *                      CALL-COACCNTA
      *----------------------------------------------------------------*
           DISPLAY 'COCUSTMA: Now calling COACCNTA with CUST-ID: '
                   LK-INPUT-CUST-ID.

      *----------------------------------------------------------------*
      *            LOG-PII-ACCESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLCPL.

      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:12:33 CDT
      *
