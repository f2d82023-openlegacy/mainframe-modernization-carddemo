000001******************************************************************
      * Program:     COAML00U                                          *
      * Function:    AML case queue screen interface                   *
      * Description: The BSA investigators' workbench over the        *
      *              AMLCASE queue - lists the workable cases oldest  *
      *              first, views a case with its triggering          *
      *              transactions, takes a case, closes it as SAR     *
      *              filed or no action, and lists the customer's     *
      *              case history - all through the COAML01A RPC      *
      *              service.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAML00U.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAML00U'.
         05 WS-TRANID                  PIC X(04) VALUE 'AAML'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
      * Which kind of list the RPC returned in its rows
         05 WS-ROW-TYPE                PIC X(01) VALUE 'C'.
           88 ROWS-ARE-CASES                     VALUE 'C'.
           88 ROWS-ARE-TRANS                     VALUE 'T'.

      * Edited display fields for one list line / the case block
       01 WS-LINE-FIELDS.
         05 WS-AMT-EDIT                PIC -(9)9.99.
         05 WS-COUNT-EDIT              PIC ZZZ9.
         05 WS-STATUS-CD               PIC X(01).
         05 WS-STATUS-DESC             PIC X(10).
         05 WS-ROW-TEXT                PIC X(78).

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *----------------------------------------------------------------*
       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-CASE-ID          PIC 9(18).
             10 WS-RPC-CUST-ID          PIC 9(09).
             10 WS-RPC-USER-ID          PIC X(08).
             10 WS-RPC-SAR-REF-NUM      PIC X(20).
             10 WS-RPC-DECISION-NOTES   PIC X(100).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-CASE-DATA.
                15 WS-RPC-OUT-CASE-ID   PIC 9(18).
                15 WS-RPC-OUT-CUST-ID   PIC 9(09).
                15 WS-RPC-OUT-ACCT-ID   PIC 9(11).
                15 WS-RPC-OUT-RULE-ID   PIC X(04).
                15 WS-RPC-OUT-OPEN-DATE PIC X(10).
                15 WS-RPC-OUT-STATUS    PIC X(01).
                15 WS-RPC-OUT-ALERT-AMT PIC S9(10)V99.
                15 WS-RPC-OUT-TRAN-COUNT
                                        PIC 9(04).
                15 WS-RPC-OUT-ALERT-DESC
                                        PIC X(60).
                15 WS-RPC-OUT-INVESTIGATOR-ID
                                        PIC X(08).
                15 WS-RPC-OUT-DECISION-DATE
                                        PIC X(10).
                15 WS-RPC-OUT-SAR-REF-NUM
                                        PIC X(20).
                15 WS-RPC-OUT-DECISION-NOTES
                                        PIC X(100).
             10 WS-RPC-ITEM-COUNT       PIC S9(04) COMP.
             10 WS-RPC-ITEM-DATA OCCURS 8 TIMES.
                15 WS-RPC-ITEM-KEY      PIC X(18).
                15 WS-RPC-ITEM-ACCT-ID  PIC 9(11).
                15 WS-RPC-ITEM-CODE     PIC X(04).
                15 WS-RPC-ITEM-STATUS   PIC X(10).
                15 WS-RPC-ITEM-AMT      PIC S9(10)V99.
                15 WS-RPC-ITEM-DATE     PIC X(26).
                15 WS-RPC-ITEM-USER-ID  PIC X(08).

       COPY COCOM01Y.

      * Role permission check - the COSEC01A commarea and the
      * allowed/denied answer it comes back with.
       01 WS-SEC-COMMAREA.
          05 WS-SEC-INPUT-PARMS.
             10 WS-SEC-USER-ID          PIC X(08).
             10 WS-SEC-FUNCTION-CD      PIC X(08).
          05 WS-SEC-OUTPUT-PARMS.
             10 WS-SEC-RESP-CODE        PIC S9(04) COMP.
             10 WS-SEC-RESP-MSG         PIC X(80).
             10 WS-SEC-ALLOWED-IND      PIC X(01).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

       COPY COAML00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PARA.

           SET ERR-FLG-OFF TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COAML00O

           IF EIBCALEN = 0
               MOVE 'COSGN00S' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   PERFORM CHECK-FUNCTION-ACCESS
                   IF SEC-FUNCTION-DENIED
                       MOVE 'COMEN01S' TO CDEMO-TO-PROGRAM
                       PERFORM RETURN-TO-PREV-SCREEN
                   END-IF
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COAML00O
                   PERFORM LIST-QUEUE-RPC
                   PERFORM SEND-AML-SCREEN
               ELSE
                   PERFORM RECEIVE-AML-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01S' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF5
                           PERFORM LIST-QUEUE-RPC
                           PERFORM SEND-AML-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-AML-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * V view a case, A take it, S close as SAR filed (BSA ID in
      * the SAR ref field), N close as no action (reason in the
      * notes), H the customer's case history (by Customer ID or by
      * the customer on the Case ID), L back to the queue.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           EVALUATE ACTIONI OF COAML00I
               WHEN 'L'
               WHEN 'l'
               WHEN SPACES
               WHEN LOW-VALUES
                   PERFORM LIST-QUEUE-RPC
                   PERFORM SEND-AML-SCREEN
               WHEN 'V'
               WHEN 'v'
                   MOVE 'V' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'H'
               WHEN 'h'
                   MOVE 'H' TO WS-RPC-OPERATION
                   PERFORM HISTORY-RPC
               WHEN OTHER
                   MOVE 'Action must be L, V, A, S, N or H...'
                     TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACTIONL OF COAML00I
                   PERFORM SEND-AML-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                          CASE-RPC
      * View, take or decide one case - all keyed by Case ID. After
      * a take or a decision the case is shown again with its
      * transactions so the investigator sees what was recorded.
      *----------------------------------------------------------------*
       CASE-RPC.

           IF CASEIDINI OF COAML00I = SPACES OR LOW-VALUES
            OR CASEIDINI OF COAML00I IS NOT NUMERIC
               MOVE 'Enter a numeric Case ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO CASEIDINL OF COAML00I
               PERFORM SEND-AML-SCREEN
           ELSE
               PERFORM LOAD-RPC-INPUT
               PERFORM CALL-RPC-PROGRAM

               IF NOT ERR-FLG-ON
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   IF WS-RPC-RESP-CODE = 0
                      AND WS-RPC-OPERATION NOT = 'V'
                       MOVE 'V' TO WS-RPC-OPERATION
                       PERFORM CALL-RPC-PROGRAM
                   END-IF
                   IF NOT ERR-FLG-ON
                       IF WS-RPC-RESP-CODE = 0
                           PERFORM POPULATE-CASE-BLOCK
                           SET ROWS-ARE-TRANS TO TRUE
                           PERFORM POPULATE-LIST-ROWS
                       END-IF
                       PERFORM SEND-AML-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                         HISTORY-RPC
      *----------------------------------------------------------------*
       HISTORY-RPC.

           IF (CUSTIDINI OF COAML00I = SPACES OR LOW-VALUES)
              AND (CASEIDINI OF COAML00I = SPACES OR LOW-VALUES)
               MOVE 'Enter a Customer ID or a Case ID...'
                 TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO CUSTIDINL OF COAML00I
               PERFORM SEND-AML-SCREEN
           ELSE
               IF (CUSTIDINI OF COAML00I NOT = SPACES
                   AND CUSTIDINI OF COAML00I NOT = LOW-VALUES
                   AND CUSTIDINI OF COAML00I IS NOT NUMERIC)
                OR (CASEIDINI OF COAML00I NOT = SPACES
                   AND CASEIDINI OF COAML00I NOT = LOW-VALUES
                   AND CASEIDINI OF COAML00I IS NOT NUMERIC)
                   MOVE 'Customer ID and Case ID must be Numeric...'
                     TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO CUSTIDINL OF COAML00I
                   PERFORM SEND-AML-SCREEN
               ELSE
                   PERFORM LOAD-RPC-INPUT
                   PERFORM CALL-RPC-PROGRAM
                   IF NOT ERR-FLG-ON
                       MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                       IF WS-RPC-RESP-CODE = 0
                           MOVE SPACES TO INFO1O OF COAML00O
                                          INFO2O OF COAML00O
                           MOVE WS-RPC-OUT-CUST-ID
                             TO CUSTIDINO OF COAML00O
                           PERFORM SET-CASE-LIST-HEADING
                           SET ROWS-ARE-CASES TO TRUE
                           PERFORM POPULATE-LIST-ROWS
                       END-IF
                       PERFORM SEND-AML-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                        LOAD-RPC-INPUT
      * Numeric edits on the ID fields are done by the caller; a
      * blank ID goes across as zero.
      *----------------------------------------------------------------*
       LOAD-RPC-INPUT.

           MOVE ZEROS TO WS-RPC-CASE-ID
                         WS-RPC-CUST-ID
           IF CASEIDINI OF COAML00I NOT = SPACES
              AND CASEIDINI OF COAML00I NOT = LOW-VALUES
               COMPUTE WS-RPC-CASE-ID =
                   FUNCTION NUMVAL(CASEIDINI OF COAML00I)
           END-IF
           IF CUSTIDINI OF COAML00I NOT = SPACES
              AND CUSTIDINI OF COAML00I NOT = LOW-VALUES
               COMPUTE WS-RPC-CUST-ID =
                   FUNCTION NUMVAL(CUSTIDINI OF COAML00I)
           END-IF
           MOVE CDEMO-USER-ID           TO WS-RPC-USER-ID
           MOVE SARREFI  OF COAML00I    TO WS-RPC-SAR-REF-NUM
           MOVE NOTES1I  OF COAML00I    TO WS-RPC-DECISION-NOTES(1:50)
           MOVE NOTES2I  OF COAML00I    TO WS-RPC-DECISION-NOTES(51:50)
           INSPECT WS-RPC-SAR-REF-NUM
               REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-RPC-DECISION-NOTES
               REPLACING ALL LOW-VALUES BY SPACES
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE ZEROS TO WS-RPC-ITEM-COUNT
           MOVE SPACES TO WS-RPC-RESP-MSG.

      *----------------------------------------------------------------*
      *                      LIST-QUEUE-RPC
      *----------------------------------------------------------------*
       LIST-QUEUE-RPC.

           MOVE 'L' TO WS-RPC-OPERATION
           MOVE ZEROS TO WS-RPC-CASE-ID
           MOVE ZEROS TO WS-RPC-CUST-ID
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE ZEROS TO WS-RPC-ITEM-COUNT
           MOVE SPACES TO WS-RPC-RESP-MSG

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               MOVE SPACES TO INFO1O OF COAML00O
                              INFO2O OF COAML00O
               MOVE 'Workable AML cases, oldest first'
                 TO INFO1O OF COAML00O
               PERFORM SET-CASE-LIST-HEADING
               SET ROWS-ARE-CASES TO TRUE
               PERFORM POPULATE-LIST-ROWS
               IF WS-RPC-RESP-MSG NOT = SPACES
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    SET-CASE-LIST-HEADING
      *----------------------------------------------------------------*
       SET-CASE-LIST-HEADING.

           MOVE SPACES TO INFO3O OF COAML00O
           STRING 'CASE ID            ACCOUNT     RULE S'
                  '          AMOUNT OPENED     ASSIGNED'
             DELIMITED BY SIZE
             INTO INFO3O OF COAML00O.

      *----------------------------------------------------------------*
      *                    POPULATE-CASE-BLOCK
      *----------------------------------------------------------------*
       POPULATE-CASE-BLOCK.

           MOVE SPACES TO INFO1O OF COAML00O
                          INFO2O OF COAML00O
                          INFO3O OF COAML00O
           MOVE WS-RPC-OUT-CASE-ID    TO CASEIDINO OF COAML00O
           MOVE WS-RPC-OUT-CUST-ID    TO CUSTIDINO OF COAML00O
           MOVE WS-RPC-OUT-SAR-REF-NUM
                                      TO SARREFO   OF COAML00O
           MOVE WS-RPC-OUT-DECISION-NOTES(1:50)
                                      TO NOTES1O   OF COAML00O
           MOVE WS-RPC-OUT-DECISION-NOTES(51:50)
                                      TO NOTES2O   OF COAML00O
           MOVE SPACES                TO ACTIONO   OF COAML00O

           MOVE WS-RPC-OUT-STATUS     TO WS-STATUS-CD
           PERFORM SET-STATUS-DESC
           MOVE WS-RPC-OUT-ALERT-AMT  TO WS-AMT-EDIT
           MOVE WS-RPC-OUT-TRAN-COUNT TO WS-COUNT-EDIT

           STRING 'Rule ' WS-RPC-OUT-RULE-ID
                  '  Status ' WS-STATUS-DESC
                  ' Opened ' WS-RPC-OUT-OPEN-DATE
                  '  Investigator ' WS-RPC-OUT-INVESTIGATOR-ID
             DELIMITED BY SIZE
             INTO INFO1O OF COAML00O
           STRING 'Account ' WS-RPC-OUT-ACCT-ID
                  '  Alert amount ' WS-AMT-EDIT
                  '  Transactions' WS-COUNT-EDIT
                  '  Decided ' WS-RPC-OUT-DECISION-DATE
             DELIMITED BY SIZE
             INTO INFO2O OF COAML00O
           MOVE WS-RPC-OUT-ALERT-DESC TO INFO3O OF COAML00O.

      *----------------------------------------------------------------*
      *                      SET-STATUS-DESC
      *----------------------------------------------------------------*
       SET-STATUS-DESC.

           EVALUATE WS-STATUS-CD
               WHEN 'O'
                   MOVE 'OPEN'       TO WS-STATUS-DESC
               WHEN 'W'
                   MOVE 'IN REVIEW'  TO WS-STATUS-DESC
               WHEN 'S'
                   MOVE 'SAR FILED'  TO WS-STATUS-DESC
               WHEN 'N'
                   MOVE 'NO ACTION'  TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES       TO WS-STATUS-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-LIST-ROWS
      *----------------------------------------------------------------*
       POPULATE-LIST-ROWS.

           MOVE SPACES TO ROW01O OF COAML00O
                          ROW02O OF COAML00O
                          ROW03O OF COAML00O
                          ROW04O OF COAML00O
                          ROW05O OF COAML00O
                          ROW06O OF COAML00O
                          ROW07O OF COAML00O
                          ROW08O OF COAML00O

           PERFORM FORMAT-LIST-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RPC-ITEM-COUNT.

      *----------------------------------------------------------------*
      *                      FORMAT-LIST-ROW
      *----------------------------------------------------------------*
       FORMAT-LIST-ROW.

           MOVE WS-RPC-ITEM-AMT(WS-IDX) TO WS-AMT-EDIT
           PERFORM BUILD-ROW-TEXT

           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-ROW-TEXT TO ROW01O OF COAML00O
               WHEN 2
                   MOVE WS-ROW-TEXT TO ROW02O OF COAML00O
               WHEN 3
                   MOVE WS-ROW-TEXT TO ROW03O OF COAML00O
               WHEN 4
                   MOVE WS-ROW-TEXT TO ROW04O OF COAML00O
               WHEN 5
                   MOVE WS-ROW-TEXT TO ROW05O OF COAML00O
               WHEN 6
                   MOVE WS-ROW-TEXT TO ROW06O OF COAML00O
               WHEN 7
                   MOVE WS-ROW-TEXT TO ROW07O OF COAML00O
               WHEN 8
                   MOVE WS-ROW-TEXT TO ROW08O OF COAML00O
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      BUILD-ROW-TEXT
      * Case rows for the queue and the history, transaction rows
      * for a viewed case.
      *----------------------------------------------------------------*
       BUILD-ROW-TEXT.

           MOVE SPACES TO WS-ROW-TEXT
           IF ROWS-ARE-CASES
               STRING WS-RPC-ITEM-KEY(WS-IDX)     DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-ACCT-ID(WS-IDX) DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-CODE(WS-IDX)    DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-STATUS(WS-IDX)(1:1)
                                                  DELIMITED BY SIZE
                      '     '                     DELIMITED BY SIZE
                      WS-AMT-EDIT                 DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-DATE(WS-IDX)(1:10)
                                                  DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-USER-ID(WS-IDX) DELIMITED BY SIZE
                 INTO WS-ROW-TEXT
           ELSE
               STRING WS-RPC-ITEM-KEY(WS-IDX)(1:16)
                                                  DELIMITED BY SIZE
                      ' TYPE '                    DELIMITED BY SIZE
                      WS-RPC-ITEM-CODE(WS-IDX)(1:2)
                                                  DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-STATUS(WS-IDX)  DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-AMT-EDIT                 DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-RPC-ITEM-DATE(WS-IDX)(1:19)
                                                  DELIMITED BY SIZE
                 INTO WS-ROW-TEXT
           END-IF.

      *----------------------------------------------------------------*
      *                      CALL-RPC-PROGRAM
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           EXEC CICS LINK
                PROGRAM('COAML01A')
                COMMAREA(WS-RPC-COMMAREA)
                LENGTH(LENGTH OF WS-RPC-COMMAREA)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Error calling AML case service...' TO
                                   WS-MESSAGE
                   MOVE -1 TO CASEIDINL OF COAML00I
                   PERFORM SEND-AML-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COSGN00S' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-AML-SCREEN
      *----------------------------------------------------------------*
       SEND-AML-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COAML00O

           EXEC CICS SEND
                     MAP('COAML00')
                     MAPSET('COAML00')
                     FROM(COAML00O)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-AML-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-AML-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COAML00')
                     MAPSET('COAML00')
                     INTO(COAML00I)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COAML00O
           MOVE CCDA-TITLE02           TO TITLE02O OF COAML00O
           MOVE WS-TRANID              TO TRNNAMEO OF COAML00O
           MOVE WS-PGMNAME             TO PGMNAMEO OF COAML00O

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COAML00O

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COAML00O.

      *----------------------------------------------------------------*
      *                    CHECK-FUNCTION-ACCESS
      * Re-checks this screen against the signed-on user's role on
      * every first entry (COSEC01A) - the menus filter options, but
      * a screen reachable by transaction ID must defend itself. A
      * failure to reach the permission service denies.
      *----------------------------------------------------------------*
       CHECK-FUNCTION-ACCESS.

           MOVE CDEMO-USER-ID TO WS-SEC-USER-ID
           MOVE WS-PGMNAME    TO WS-SEC-FUNCTION-CD
           MOVE ZEROS TO WS-SEC-RESP-CODE
           SET SEC-FUNCTION-DENIED TO TRUE

           EXEC CICS LINK
                PROGRAM('COSEC01A')
                COMMAREA(WS-SEC-COMMAREA)
                LENGTH(LENGTH OF WS-SEC-COMMAREA)
                RESP(WS-RESP-CD)
           END-EXEC

           IF WS-RESP-CD NOT = ZERO
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.
