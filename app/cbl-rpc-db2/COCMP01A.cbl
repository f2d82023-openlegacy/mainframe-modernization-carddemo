           88 PAY-CURSOR-EOF                      VALUE 'Y'.
           88 PAY-CURSOR-NOT-EOF                  VALUE 'N'.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
                :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET PAY-ERR-ON TO TRUE
               GO TO 4200-POST-ONE-SHARE-EXIT
           IF PAY-ERR-OFF
               MOVE ZEROS TO WS-PAY-REMAINING
           END-IF.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
