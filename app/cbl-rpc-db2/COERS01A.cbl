      ******************************************************************
      * Program:     COERS01A                                          *
      * Function:    Customer data-erasure request RPC service        *
      * Description: Stages a right-to-erasure request for a customer *
      *              on the ERASREQ queue, and reports its status     *
      *              (and, if refused, why) back to the caller. The   *
      *              anonymization itself - overwriting the identity  *
      *              data in CUSTDAT, CUSTHIST and the notification   *
      *              history while the keys and financial history     *
      *              stay - is done by the nightly batch job CBERS01A *
      *              that drains this queue, the same "stage a row, a *
      *              separate consumer drains it" shape as the data-  *
      *              export request (COEXP01A / CBACT12A).            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COERS01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COERS01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-EMPTY-CUSTID                VALUE 1.
         88 RPC-RESP-CUSTID-NOTFOUND             VALUE 2.
         88 RPC-RESP-EMPTY-REQUESTID             VALUE 3.
         88 RPC-RESP-REQUESTID-NOTFOUND          VALUE 4.
         88 RPC-RESP-INVALID-OPERATION           VALUE 5.
         88 RPC-RESP-WRITE-ERROR                 VALUE 6.
         88 RPC-RESP-ALREADY-ERASED              VALUE 7.
         88 RPC-RESP-ALREADY-PENDING             VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-CUST-ID                 PIC S9(09) COMP.
       01 HOST-CUST-ERASED-DATE        PIC X(10).
       01 HOST-PENDING-REQUEST-ID      PIC S9(18) COMP-3.

       01 HOST-ERSREQ-ID-SEQ           PIC S9(18) COMP-3.

       01 WS-CURDATE-TIME.
         05 WS-CURR-YYYYMMDD           PIC 9(08).
         05 WS-CURR-HHMMSS             PIC 9(06).
         05 FILLER                     PIC X(07).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVERS01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-SUBMIT-REQUEST              VALUE 'S'.
                88 OP-VIEW-REQUEST                VALUE 'V'.
             10 LK-IN-CUST-ID            PIC 9(09).
             10 LK-IN-REQUEST-ID         PIC 9(18).
      *      Signed-on user - recorded on the request
             10 LK-IN-USER-ID            PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE             PIC S9(04) COMP.
             10 LK-RESP-MSG              PIC X(80).
             10 LK-OUT-REQUEST-ID        PIC 9(18).
             10 LK-OUT-STATUS            PIC X(01).
             10 LK-OUT-REFUSE-REASON     PIC X(30).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-REQUEST-ID
           MOVE SPACES TO LK-OUT-STATUS
           MOVE SPACES TO LK-OUT-REFUSE-REASON

           EVALUATE TRUE
               WHEN OP-SUBMIT-REQUEST
                   PERFORM 1000-SUBMIT-REQUEST
               WHEN OP-VIEW-REQUEST
                   PERFORM 2000-VIEW-REQUEST
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Invalid operation code' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-SUBMIT-REQUEST
      *----------------------------------------------------------------*
       1000-SUBMIT-REQUEST.

           IF LK-IN-CUST-ID = ZEROS
               SET RPC-RESP-EMPTY-CUSTID TO TRUE
               MOVE 'Customer ID can NOT be empty...' TO WS-RESP-MSG
           END-IF

           IF RPC-RESP-OK
               PERFORM 1100-VERIFY-CUSTOMER-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 1150-CHECK-PENDING-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 1200-INSERT-ERASREQ-DB2
           END-IF.

      *----------------------------------------------------------------*
      *                   1100-VERIFY-CUSTOMER-DB2
      *----------------------------------------------------------------*
       1100-VERIFY-CUSTOMER-DB2.

           MOVE LK-IN-CUST-ID TO HOST-CUST-ID

           EXEC SQL
               SELECT COALESCE(CUST_ERASED_DATE, ' ')
               INTO   :HOST-CUST-ERASED-DATE
               FROM   CUSTDAT
               WHERE  CUST_ID = :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-CUST-ERASED-DATE NOT = SPACES
                       SET RPC-RESP-ALREADY-ERASED TO TRUE
                       STRING 'Customer data was already erased on '
                              HOST-CUST-ERASED-DATE
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   END-IF
               WHEN +100
                   SET RPC-RESP-CUSTID-NOTFOUND TO TRUE
                   MOVE 'Customer ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to verify customer - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1150-CHECK-PENDING-DB2
      * One open request per customer - a second submission hands
      * back the request already waiting.
      *----------------------------------------------------------------*
       1150-CHECK-PENDING-DB2.

           EXEC SQL
               SELECT MAX(ERS_REQUEST_ID)
               INTO   :HOST-PENDING-REQUEST-ID
               FROM   ERASREQ
               WHERE  ERS_CUST_ID = :HOST-CUST-ID
               AND    ERS_STATUS = 'P'
               HAVING COUNT(*) > 0
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET RPC-RESP-ALREADY-PENDING TO TRUE
                   MOVE HOST-PENDING-REQUEST-ID TO LK-OUT-REQUEST-ID
                   MOVE 'P' TO LK-OUT-STATUS
                   STRING 'Erasure request ' LK-OUT-REQUEST-ID
                          ' is already pending for this customer'
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to check erasure requests - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    1200-INSERT-ERASREQ-DB2
      *----------------------------------------------------------------*
       1200-INSERT-ERASREQ-DB2.

           EXEC SQL
               SELECT NEXT VALUE FOR ERASREQ_ID_SEQ
               INTO :HOST-ERSREQ-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-ERSREQ-ID-SEQ  TO ERS-REQUEST-ID
           MOVE HOST-CUST-ID        TO ERS-CUST-ID
           SET ERS-SOURCE-REQUEST   TO TRUE
           SET ERS-STATUS-PENDING   TO TRUE
           MOVE SPACES              TO ERS-REFUSE-REASON
           MOVE LK-IN-USER-ID       TO ERS-REQUEST-USER-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO ERS-REQUEST-TS
           END-STRING
           MOVE SPACES TO ERS-COMPLETE-TS

           EXEC SQL
               INSERT INTO ERASREQ
               (ERS_REQUEST_ID, ERS_CUST_ID, ERS_SOURCE, ERS_STATUS,
                ERS_REFUSE_REASON, ERS_REQUEST_USER_ID,
                ERS_REQUEST_TS, ERS_COMPLETE_TS)
               VALUES
               (:ERS-REQUEST-ID, :ERS-CUST-ID, :ERS-SOURCE,
                :ERS-STATUS, :ERS-REFUSE-REASON,
                :ERS-REQUEST-USER-ID, :ERS-REQUEST-TS, NULL)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET RPC-RESP-OK TO TRUE
                   MOVE ERS-REQUEST-ID TO LK-OUT-REQUEST-ID
                   MOVE ERS-STATUS TO LK-OUT-STATUS
                   STRING 'Erasure request ' LK-OUT-REQUEST-ID
                          ' submitted successfully'
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to submit erasure request - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2000-VIEW-REQUEST
      *----------------------------------------------------------------*
       2000-VIEW-REQUEST.

           IF LK-IN-REQUEST-ID = ZEROS
               SET RPC-RESP-EMPTY-REQUESTID TO TRUE
               MOVE 'Request ID can NOT be empty...' TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-REQUEST-ID TO ERS-REQUEST-ID
               PERFORM 2100-READ-ERASREQ-DB2
           END-IF.

      *----------------------------------------------------------------*
      *                    2100-READ-ERASREQ-DB2
      *----------------------------------------------------------------*
       2100-READ-ERASREQ-DB2.

           EXEC SQL
               SELECT ERS_STATUS, COALESCE(ERS_REFUSE_REASON, ' ')
               INTO   :ERS-STATUS, :ERS-REFUSE-REASON
               FROM   ERASREQ
               WHERE  ERS_REQUEST_ID = :ERS-REQUEST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET RPC-RESP-OK TO TRUE
                   MOVE ERS-STATUS TO LK-OUT-STATUS
                   MOVE ERS-REFUSE-REASON TO LK-OUT-REFUSE-REASON
                   MOVE LK-IN-REQUEST-ID TO LK-OUT-REQUEST-ID
               WHEN +100
                   SET RPC-RESP-REQUESTID-NOTFOUND TO TRUE
                   MOVE 'Erasure request ID NOT found...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to look up erasure request - '
                          'SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.
