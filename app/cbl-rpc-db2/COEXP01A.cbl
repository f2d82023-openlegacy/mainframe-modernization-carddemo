         05 WS-CURR-HHMMSS             PIC 9(06).
         05 FILLER                     PIC X(07).

      * Sensitive-data access log - see CSUTLCPL. An export carries
      * the whole customer record, so the request is logged as a read
      * of every data class.
       01 WS-PII-FIELDS.
           COPY CSUTLCWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
                88 OP-VIEW-REQUEST                VALUE 'V'.
             10 LK-IN-CUST-ID            PIC 9(09).
             10 LK-IN-REQUEST-ID         PIC 9(18).
      *      Signed-on user - recorded on the PII access log
             10 LK-IN-USER-ID            PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE             PIC S9(04) COMP.
             10 LK-RESP-MSG              PIC X(80).

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 1300-LOG-EXPORT-REQUEST
                   EXEC SQL COMMIT END-EXEC
                   SET RPC-RESP-OK TO TRUE
                   MOVE EXP-REQUEST-ID TO LK-OUT-REQUEST-ID
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1300-LOG-EXPORT-REQUEST
      * Logged in the same unit of work as the export request, so the
      * two commit together.
      *----------------------------------------------------------------*
       1300-LOG-EXPORT-REQUEST.

           MOVE LK-IN-USER-ID           TO WS-PII-USER-ID
           MOVE WS-PGMNAME              TO WS-PII-PROGRAM
           MOVE LK-IN-CUST-ID           TO WS-PII-CUST-ID
           MOVE ZEROS                   TO WS-PII-ACCT-ID
           SET PII-SSN-EXPOSED          TO TRUE
           SET PII-DOB-EXPOSED          TO TRUE
           SET PII-CONTACT-EXPOSED      TO TRUE
           SET PII-ACCOUNT-EXPOSED      TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT.

      *----------------------------------------------------------------*
      *                      2000-VIEW-REQUEST
      *----------------------------------------------------------------*
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *            LOG-PII-ACCESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLCPL.
