      * 2026-09-02 - New batch job: escheatment of unclaimed
      *              disbursements with due-diligence letters and
      *              state remittance extract
      * 2026-10-15 - The letter and remittance files are registered on
      *              the outbound file manifest with record counts and
      *              dollar totals
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT50A.
         05 WS-ESCH-ERRORS             PIC 9(07) VALUE ZEROS.
         05 WS-ESCHEATED-DOLLARS       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
      * File control totals for the manifest - everything written,
      * whether or not the row could then be updated
         05 WS-LTR-RECS-WRITTEN        PIC 9(07) VALUE ZEROS.
         05 WS-LTR-FILE-AMT            PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-RMT-RECS-WRITTEN        PIC 9(07) VALUE ZEROS.
         05 WS-RMT-FILE-AMT            PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUTOFF-INT              PIC S9(09) COMP.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
           PERFORM 3000-ESCHEAT-DORMANT-ITEMS
                   UNTIL ESCH-CURSOR-EOF
           PERFORM 4000-FINALIZE
           PERFORM 5000-REGISTER-MANIFEST
           MOVE 'CBACT50A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-LETTERS-WRITTEN TO WS-RTOT-RECS-READ
           MOVE ZEROS TO WS-ITEMS-ESCHEATED
           MOVE ZEROS TO WS-ESCH-ERRORS
           MOVE ZEROS TO WS-ESCHEATED-DOLLARS
           MOVE ZEROS TO WS-LTR-RECS-WRITTEN
           MOVE ZEROS TO WS-LTR-FILE-AMT
           MOVE ZEROS TO WS-RMT-RECS-WRITTEN
           MOVE ZEROS TO WS-RMT-FILE-AMT
           SET DILIG-CURSOR-NOT-EOF TO TRUE
           SET ESCH-CURSOR-NOT-EOF TO TRUE

           MOVE HOST-EFT-AMOUNT TO ELT-AMOUNT
           MOVE HOST-EFT-DISBURSE-DATE TO ELT-DISBURSE-DATE
           WRITE ESCH-LETTER-RECORD
           ADD 1 TO WS-LTR-RECS-WRITTEN
           ADD HOST-EFT-AMOUNT TO WS-LTR-FILE-AMT

           EXEC SQL
               INSERT INTO ESCHEAT
           MOVE HOST-EFT-AMOUNT TO ERM-AMOUNT
           MOVE HOST-EFT-DISBURSE-DATE TO ERM-DISBURSE-DATE
           WRITE ESCH-REMIT-RECORD
           ADD 1 TO WS-RMT-RECS-WRITTEN
           ADD HOST-EFT-AMOUNT TO WS-RMT-FILE-AMT

           EXEC SQL
               UPDATE ESCHEAT
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      5000-REGISTER-MANIFEST
      * Puts the letter file and the state remittance file on the
      * outbound file manifest, each with its record count and dollar
      * total.
      *----------------------------------------------------------------*
       5000-REGISTER-MANIFEST.

           MOVE 'CBACT50A'          TO WS-MFT-JOB-NAME
           MOVE 'ESCHLTRS'          TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE       TO WS-MFT-BUS-DATE
           MOVE WS-LTR-RECS-WRITTEN TO WS-MFT-RECORD-COUNT
           MOVE WS-LTR-FILE-AMT     TO WS-MFT-CONTROL-TOTAL
           MOVE 'A'                 TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-OFF
               MOVE 'ESCHRMIT'          TO WS-MFT-FILE-NAME
               MOVE WS-RMT-RECS-WRITTEN TO WS-MFT-RECORD-COUNT
               MOVE WS-RMT-FILE-AMT     TO WS-MFT-CONTROL-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
                  THRU REGISTER-OUTBOUND-FILE-EXIT
           END-IF
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'ESCHLTRS AND ESCHRMIT REGISTERED ON MANIFEST'
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
