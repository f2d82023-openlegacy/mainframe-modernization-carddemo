      * Modification History
      * 2026-09-02 - New batch job: stand-in authorization positive
      *              file extract for the card network
      * 2026-10-15 - A clean extract is registered on the outbound file
      *              manifest with its detail count and cap total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT37A.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
           PERFORM 2000-PROCESS-CARDS
                   UNTIL CARD-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT37A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CARDS-READ TO WS-RTOT-RECS-READ
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the positive file on the outbound file manifest with its
      * detail count and stand-in cap total, as carried on its trailer.
      * A run with errors leaves an incomplete file that is not sent,
      * so it is not registered.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           IF WS-EXTRACT-ERRORS = 0
               MOVE 'CBACT37A'         TO WS-MFT-JOB-NAME
               MOVE 'STNDPOS'          TO WS-MFT-FILE-NAME
               MOVE WS-BIZDT-DATE      TO WS-MFT-BUS-DATE
               MOVE WS-CARDS-EXTRACTED TO WS-MFT-RECORD-COUNT
               MOVE WS-TOTAL-CAP-AMT   TO WS-MFT-CONTROL-TOTAL
               MOVE 'A'                TO WS-MFT-CONTROL-TYPE
               PERFORM REGISTER-OUTBOUND-FILE
                  THRU REGISTER-OUTBOUND-FILE-EXIT
               IF MFT-ERR-ON
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 4 TO RETURN-CODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY 'STNDPOS REGISTERED AS SEQUENCE '
                           WS-MFT-SEQ-NUM ' FOR ' WS-MFT-PARTNER-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *            REGISTER-OUTBOUND-FILE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL1PL.
