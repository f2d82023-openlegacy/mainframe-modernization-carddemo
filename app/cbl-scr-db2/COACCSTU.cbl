      * Layer:       Screen/UI logic only                             *
      * Function:    Simple customer search - call COCUSTMA          *
      *              (Simplified but keeping CardDemo structure)      *
      *              Customers can also be found by last name prefix, *
      *              first name, phone, ZIP and SSN last four through *
      *              COCSH01A; the matches page with F7/F8 and the    *
      *              row selected is fetched through COCUSTMA.        *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           88  FLG-CUSTFILTER-NOT-OK               VALUE '0'.
           88  FLG-CUSTFILTER-ISVALID              VALUE '1'.
           88  FLG-CUSTFILTER-BLANK                VALUE ' '.
      *    No customer ID keyed - the search criteria are used instead
           88  FLG-CUSTFILTER-SKIPPED              VALUE '2'.
         05  WS-SEARCH-REQ-FLAG                    PIC X(1).
           88  SEARCH-BY-CRITERIA                  VALUE 'Y'.
           88  ROW-SELECTED                        VALUE 'S'.
           88  NO-SEARCH-REQUEST                   VALUES
                                                   ' ' LOW-VALUES.
         05  WS-PAGE-DIRECTION                     PIC X(1).
           88  PAGE-NEW-SEARCH                     VALUE 'N'.
           88  PAGE-FORWARD                        VALUE 'F'.
           88  PAGE-BACKWARD                       VALUE 'B'.
         05  WS-RETURN-FLAG                        PIC X(1).
           88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.
           88  WS-RETURN-FLAG-ON                   VALUE '1'.
         05 CICS-OUTPUT-EDIT-VARS.
           10  CUST-ID-X                           PIC X(09).
           10  CUST-ID-N REDEFINES CUST-ID-X       PIC 9(09).
           10  WS-SEL-X                            PIC X(01).
           10  WS-SEL-N REDEFINES WS-SEL-X         PIC 9(01).
           10  WS-ROW-IDX                          PIC S9(04) COMP.
           10  WS-ROW-NUM                          PIC 9(01).
           10  WS-ACCT-COUNT-EDIT                  PIC Z9.
           10  WS-ROW-TEXT                         PIC X(78).

      ******************************************************************
      *      Output Message Construction
           88  WS-NO-INFO-MESSAGE                 VALUES
                                                  SPACES LOW-VALUES.
           88  PROMPT-FOR-SEARCH-KEYS              VALUE
               'Enter Customer ID or search details'.
           88  PROMPT-FOR-SELECTION                VALUE
               'Select a row (F7/F8 to page)'.

         05  WS-RETURN-MSG                         PIC X(75).
           88  WS-RETURN-MSG-OFF                   VALUE SPACES.
               'Customer not found in database'.
           88  CUST-READ-ERROR                     VALUE
               'Error reading Customer Data File'.
           88  SELECTION-NOT-VALID                 VALUE
               'Select a row number shown in the list'.
           88  NO-LIST-TO-PAGE                     VALUE
               'Search first, then F7/F8 page through the matches'.
           88  AT-FIRST-PAGE                       VALUE
               'Already at the first page'.
           88  AT-LAST-PAGE                        VALUE
               'No more customers match the search'.

      ******************************************************************
      *      Literals and Constants
          05 LIT-THISMAP                           PIC X(7)
                                                   VALUE 'COACCST'.
          05 LIT-MENUPGM                           PIC X(8)
                                                   VALUE 'COMEN01S'.
          05 LIT-MENUTRANID                        PIC X(4)
                                                   VALUE 'ALUM'.
          05 LIT-RPC-PROGRAM                       PIC X(8)
                                                   VALUE 'COCUSTMA'.
          05 LIT-SEARCH-PROGRAM                    PIC X(8)
                                                   VALUE 'COCSH01A'.

      ******************************************************************
      *Other common working storage Variables
                                                   LOW-VALUES,
                                                   SPACES.
                88 CACC-SHOW-DETAILS               VALUE 'S'.
                88 CACC-LIST-SHOWN                 VALUE 'L'.
             10 CACC-SEARCH-CUST-ID                PIC S9(09) COMP-3.
      *   Customer search by details - the criteria, the name-order
      *   keys of the first and last rows on the page for F7/F8, and
      *   the page itself so it can be redisplayed and selected from
          05 CUST-SEARCH-DATA.
             10 CACC-CRIT-LAST-NAME                PIC X(25).
             10 CACC-CRIT-FIRST-NAME               PIC X(25).
             10 CACC-CRIT-PHONE                    PIC X(15).
             10 CACC-CRIT-ZIP                      PIC X(10).
             10 CACC-CRIT-SSN-LAST4                PIC X(04).
             10 CACC-FIRST-KEY.
                15 CACC-FIRST-LAST-NAME            PIC X(25).
                15 CACC-FIRST-FIRST-NAME           PIC X(25).
                15 CACC-FIRST-CUST-ID              PIC 9(09).
             10 CACC-LAST-KEY.
                15 CACC-LAST-LAST-NAME             PIC X(25).
                15 CACC-LAST-FIRST-NAME            PIC X(25).
                15 CACC-LAST-CUST-ID               PIC 9(09).
             10 CACC-PAGE-NUM                      PIC 9(03).
             10 CACC-NEXT-PAGE-IND                 PIC X(01).
                88 CACC-NEXT-PAGE-EXISTS           VALUE 'Y'.
             10 CACC-PAGE-COUNT                    PIC S9(04) COMP.
             10 CACC-PAGE-ROW OCCURS 8 TIMES.
                15 CACC-PAGE-CUST-ID               PIC 9(09).
                15 CACC-PAGE-ROW-TEXT              PIC X(78).

       01  WS-COMMAREA                             PIC X(2000).

      * RPC Communication Area - matches cleaned up COCUSTMA
       01 WS-RPC-COMMAREA.
           05 LK-INPUT-CUST-ID         PIC S9(09) COMP-3.
           05 LK-INPUT-USER-ID         PIC X(08).
           05 LK-OUTPUT-STATUS.
               10 LK-OUT-RETURN-CODE   PIC 9(02).
                   88 RC-SUCCESS       VALUE 00.
               10 LK-OUT-PRI-CARD-HOLDER-IND PIC X(01).
               10 LK-OUT-FICO-CREDIT-SCORE PIC S9(03) COMP-3.

      * RPC Communication Area - matches COCSH01A
       01 WS-CSH-COMMAREA.
           05 CSH-INPUT-CRITERIA.
               10 CSH-IN-LAST-NAME-PREFIX PIC X(25).
               10 CSH-IN-FIRST-NAME    PIC X(25).
               10 CSH-IN-PHONE         PIC X(15).
               10 CSH-IN-ZIP           PIC X(10).
               10 CSH-IN-SSN-LAST4     PIC X(04).
               10 CSH-IN-DIRECTION     PIC X(01).
               10 CSH-IN-KEY-LAST-NAME PIC X(25).
               10 CSH-IN-KEY-FIRST-NAME PIC X(25).
               10 CSH-IN-KEY-CUST-ID   PIC 9(09).
               10 CSH-IN-USER-ID       PIC X(08).
           05 CSH-OUTPUT-STATUS.
               10 CSH-OUT-RETURN-CODE  PIC 9(02).
                   88 CSH-RC-SUCCESS   VALUE 00.
                   88 CSH-RC-NOT-FOUND VALUE 01.
                   88 CSH-RC-VALIDATION-ERROR VALUE 10.
                   88 CSH-RC-DATABASE-ERROR VALUE 99.
               10 CSH-OUT-MESSAGE      PIC X(80).
           05 CSH-OUTPUT-RESULTS.
               10 CSH-OUT-MORE-IND     PIC X(01).
                   88 CSH-MORE-MATCHES VALUE 'Y'.
               10 CSH-OUT-ITEM-COUNT   PIC S9(04) COMP.
               10 CSH-OUT-ITEM OCCURS 8 TIMES.
                   15 CSH-OUT-CUST-ID      PIC 9(09).
                   15 CSH-OUT-LAST-NAME    PIC X(25).
                   15 CSH-OUT-FIRST-NAME   PIC X(25).
                   15 CSH-OUT-PHONE-NUM-1  PIC X(15).
                   15 CSH-OUT-ADDR-ZIP     PIC X(10).
                   15 CSH-OUT-SSN-MASKED   PIC X(11).
                   15 CSH-OUT-ACCT-COUNT   PIC S9(04) COMP.

      *IBM SUPPLIED COPYBOOKS
       COPY DFHBMSCA.
       COPY DFHAID.
      * Check the AID to see if its valid at this point               *
      * F3 - Exit
      * F4 - Clear
      * F7 - Previous page of search matches
      * F8 - Next page of search matches
      * Enter - Process
      *****************************************************************
           SET PFK-INVALID TO TRUE
           IF CCARD-AID-ENTER OR
              CCARD-AID-PFK03 OR
              CCARD-AID-PFK04 OR
              CCARD-AID-PFK07 OR
              CCARD-AID-PFK08
              SET PFK-VALID TO TRUE
           END-IF

                   SET CACC-DETAILS-NOT-FETCHED TO TRUE
                   GO TO COMMON-RETURN
      ******************************************************************
      *       USER PRESSES PF07/PF08 TO PAGE THE SEARCH MATCHES
      ******************************************************************
              WHEN CCARD-AID-PFK07
              WHEN CCARD-AID-PFK08
                   PERFORM 2500-PAGE-SEARCH
                      THRU 2500-PAGE-SEARCH-EXIT
                   PERFORM 3000-SEND-MAP
                      THRU 3000-SEND-MAP-EXIT
                   GO TO COMMON-RETURN
      ******************************************************************
      *      PROCESS SEARCH REQUEST
      ******************************************************************
              WHEN OTHER
           ELSE
               MOVE CUSTIDINI OF COACCSTI TO  CUST-ID-X
           END-IF

      *    Search details and row selection
           MOVE SELINI OF COACCSTI        TO  WS-SEL-X
           IF  WS-SEL-X = LOW-VALUES
               MOVE SPACES                TO  WS-SEL-X
           END-IF
           .

       1100-RECEIVE-MAP-EXIT.

       1200-EDIT-MAP-INPUTS.
           SET INPUT-OK TO TRUE
           SET NO-SEARCH-REQUEST TO TRUE

           EVALUATE TRUE
      *        A ROW PICKED FROM THE SEARCH MATCHES
               WHEN WS-SEL-X NOT = SPACES
                AND CACC-PAGE-COUNT > 0
                   PERFORM 1230-EDIT-SELECTION
                      THRU 1230-EDIT-SELECTION-EXIT
               WHEN CACC-DETAILS-NOT-FETCHED
               WHEN CACC-LIST-SHOWN
      *            VALIDATE CUSTOMER ID
                   PERFORM 1220-EDIT-CUSTOMER
                      THRU 1220-EDIT-CUSTOMER-EXIT

      *            IF CUSTOMER ID IS BLANK, SEARCH ON THE DETAILS
                   IF FLG-CUSTFILTER-BLANK
                       PERFORM 1240-EDIT-SEARCH-DETAILS
                          THRU 1240-EDIT-SEARCH-DETAILS-EXIT
                   END-IF
               WHEN OTHER
      *            DATA ALREADY FETCHED - JUST REDISPLAY
                   CONTINUE
           END-EVALUATE
           .

       1200-EDIT-MAP-INPUTS-EXIT.
           EXIT
           .

       1230-EDIT-SELECTION.
           IF WS-SEL-X IS NOT NUMERIC
           OR WS-SEL-N = ZERO
           OR WS-SEL-N > CACC-PAGE-COUNT
              SET INPUT-ERROR TO TRUE
              SET FLG-CUSTFILTER-SKIPPED TO TRUE
              SET SELECTION-NOT-VALID TO TRUE
              GO TO 1230-EDIT-SELECTION-EXIT
           END-IF

           MOVE CACC-PAGE-CUST-ID(WS-SEL-N) TO CACC-SEARCH-CUST-ID
           SET FLG-CUSTFILTER-ISVALID TO TRUE
           SET ROW-SELECTED TO TRUE
           .

       1230-EDIT-SELECTION-EXIT.
           EXIT
           .

       1240-EDIT-SEARCH-DETAILS.
           MOVE LNAMEINI OF COACCSTI  TO CACC-CRIT-LAST-NAME
           MOVE FNAMEINI OF COACCSTI  TO CACC-CRIT-FIRST-NAME
           MOVE PHONEINI OF COACCSTI  TO CACC-CRIT-PHONE
           MOVE ZIPINI   OF COACCSTI  TO CACC-CRIT-ZIP
           MOVE SSN4INI  OF COACCSTI  TO CACC-CRIT-SSN-LAST4
           INSPECT CUST-SEARCH-DATA
               REPLACING ALL LOW-VALUES BY SPACES

           IF CACC-CRIT-LAST-NAME   = SPACES
           AND CACC-CRIT-FIRST-NAME = SPACES
           AND CACC-CRIT-PHONE      = SPACES
           AND CACC-CRIT-ZIP        = SPACES
           AND CACC-CRIT-SSN-LAST4  = SPACES
              SET NO-SEARCH-CRITERIA-RECEIVED TO TRUE
              GO TO 1240-EDIT-SEARCH-DETAILS-EXIT
           END-IF

           SET FLG-CUSTFILTER-SKIPPED TO TRUE
           SET SEARCH-BY-CRITERIA TO TRUE
           .

       1240-EDIT-SEARCH-DETAILS-EXIT.
           EXIT
           .

       2000-DECIDE-ACTION.
           EVALUATE TRUE
      ******************************************************************
      *       ROW PICKED FROM THE MATCHES - FETCH THAT CUSTOMER
      ******************************************************************
              WHEN ROW-SELECTED
                 PERFORM 9000-READ-CUSTOMER-DATA
                    THRU 9000-READ-CUSTOMER-DATA-EXIT
      ******************************************************************
      *       NO DETAILS SHOWN - NEED TO FETCH DATA
      ******************************************************************
              WHEN CACC-DETAILS-NOT-FETCHED
              WHEN CACC-LIST-SHOWN
                 EVALUATE TRUE
                     WHEN FLG-CUSTFILTER-ISVALID
                         DISPLAY 'COACCSTU: Calling COCUSTMA...'
                         PERFORM 9000-READ-CUSTOMER-DATA
                            THRU 9000-READ-CUSTOMER-DATA-EXIT
                     WHEN SEARCH-BY-CRITERIA
                         SET PAGE-NEW-SEARCH TO TRUE
                         PERFORM 9100-SEARCH-CUSTOMERS
                            THRU 9100-SEARCH-CUSTOMERS-EXIT
                     WHEN CACC-LIST-SHOWN
                      AND WS-RETURN-MSG-OFF
                         SET PROMPT-FOR-SELECTION TO TRUE
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
      ******************************************************************
      *       DETAILS ALREADY SHOWN - JUST REDISPLAY
      ******************************************************************
           EXIT
           .

       2500-PAGE-SEARCH.
           SET FLG-CUSTFILTER-SKIPPED TO TRUE

           IF CACC-PAGE-COUNT = 0
              SET NO-LIST-TO-PAGE TO TRUE
              GO TO 2500-PAGE-SEARCH-EXIT
           END-IF

           IF CCARD-AID-PFK07
              IF CACC-PAGE-NUM NOT > 1
                 SET AT-FIRST-PAGE TO TRUE
                 SET CACC-LIST-SHOWN TO TRUE
                 GO TO 2500-PAGE-SEARCH-EXIT
              END-IF
              SET PAGE-BACKWARD TO TRUE
           ELSE
              IF NOT CACC-NEXT-PAGE-EXISTS
                 SET AT-LAST-PAGE TO TRUE
                 SET CACC-LIST-SHOWN TO TRUE
                 GO TO 2500-PAGE-SEARCH-EXIT
              END-IF
              SET PAGE-FORWARD TO TRUE
           END-IF

           PERFORM 9100-SEARCH-CUSTOMERS
              THRU 9100-SEARCH-CUSTOMERS-EXIT
           .
       2500-PAGE-SEARCH-EXIT.
           EXIT
           .

       3000-SEND-MAP.
           PERFORM 3100-SCREEN-INIT
              THRU 3100-SCREEN-INIT-EXIT
           .

       3200-SETUP-SCREEN-VARS.
      *    Show customer ID and the search details on screen
           IF CDEMO-PGM-ENTER
              CONTINUE
           ELSE
              ELSE
                MOVE CACC-SEARCH-CUST-ID  TO CUSTIDINO OF COACCSTO
              END-IF
              MOVE CACC-CRIT-LAST-NAME    TO LNAMEINO OF COACCSTO
              MOVE CACC-CRIT-FIRST-NAME   TO FNAMEINO OF COACCSTO
              MOVE CACC-CRIT-PHONE        TO PHONEINO OF COACCSTO
              MOVE CACC-CRIT-ZIP          TO ZIPINO   OF COACCSTO
              MOVE CACC-CRIT-SSN-LAST4    TO SSN4INO  OF COACCSTO
           END-IF

      *    The current page of search matches, if any
           IF CACC-PAGE-COUNT > 0
              STRING 'S CUST ID   LAST NAME        FIRST NAME   '
                     'PHONE         ZIP   SSN         AC'
                DELIMITED BY SIZE
                INTO INFO1O OF COACCSTO
              PERFORM 3210-SHOW-PAGE-ROW
                 VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > CACC-PAGE-COUNT
           END-IF
           .

           EXIT
           .

       3210-SHOW-PAGE-ROW.
           EVALUATE WS-ROW-IDX
               WHEN 1
                   MOVE CACC-PAGE-ROW-TEXT(1) TO ROW01O OF COACCSTO
               WHEN 2
                   MOVE CACC-PAGE-ROW-TEXT(2) TO ROW02O OF COACCSTO
               WHEN 3
                   MOVE CACC-PAGE-ROW-TEXT(3) TO ROW03O OF COACCSTO
               WHEN 4
                   MOVE CACC-PAGE-ROW-TEXT(4) TO ROW04O OF COACCSTO
               WHEN 5
                   MOVE CACC-PAGE-ROW-TEXT(5) TO ROW05O OF COACCSTO
               WHEN 6
                   MOVE CACC-PAGE-ROW-TEXT(6) TO ROW06O OF COACCSTO
               WHEN 7
                   MOVE CACC-PAGE-ROW-TEXT(7) TO ROW07O OF COACCSTO
               WHEN 8
                   MOVE CACC-PAGE-ROW-TEXT(8) TO ROW08O OF COACCSTO
           END-EVALUATE
           .

       3250-SETUP-INFOMSG.
      *    SETUP INFORMATION MESSAGE
           EVALUATE TRUE
              WHEN FLG-CUSTFILTER-NOT-OK
              WHEN FLG-CUSTFILTER-BLANK
                   MOVE -1             TO CUSTIDINL OF COACCSTI
              WHEN FLG-CUSTFILTER-SKIPPED
               AND CACC-PAGE-COUNT > 0
                   MOVE -1             TO SELINL OF COACCSTI
              WHEN FLG-CUSTFILTER-SKIPPED
                   MOVE -1             TO LNAMEINL OF COACCSTI
              WHEN OTHER
                  MOVE -1              TO CUSTIDINL OF COACCSTI
           END-EVALUATE

      *    Just pass customer ID to COCUSTMA
           MOVE CACC-SEARCH-CUST-ID TO LK-INPUT-CUST-ID
           MOVE CDEMO-USER-ID       TO LK-INPUT-USER-ID

           EXEC CICS LINK
                PROGRAM(LIT-RPC-PROGRAM)
           EXIT
           .

       9100-SEARCH-CUSTOMERS.
           INITIALIZE WS-CSH-COMMAREA

           MOVE CACC-CRIT-LAST-NAME  TO CSH-IN-LAST-NAME-PREFIX
           MOVE CACC-CRIT-FIRST-NAME TO CSH-IN-FIRST-NAME
           MOVE CACC-CRIT-PHONE      TO CSH-IN-PHONE
           MOVE CACC-CRIT-ZIP        TO CSH-IN-ZIP
           MOVE CACC-CRIT-SSN-LAST4  TO CSH-IN-SSN-LAST4
           MOVE CDEMO-USER-ID        TO CSH-IN-USER-ID
           EVALUATE TRUE
               WHEN PAGE-FORWARD
                   MOVE 'F'                   TO CSH-IN-DIRECTION
                   MOVE CACC-LAST-LAST-NAME   TO CSH-IN-KEY-LAST-NAME
                   MOVE CACC-LAST-FIRST-NAME  TO CSH-IN-KEY-FIRST-NAME
                   MOVE CACC-LAST-CUST-ID     TO CSH-IN-KEY-CUST-ID
               WHEN PAGE-BACKWARD
                   MOVE 'B'                   TO CSH-IN-DIRECTION
                   MOVE CACC-FIRST-LAST-NAME  TO CSH-IN-KEY-LAST-NAME
                   MOVE CACC-FIRST-FIRST-NAME TO CSH-IN-KEY-FIRST-NAME
                   MOVE CACC-FIRST-CUST-ID    TO CSH-IN-KEY-CUST-ID
               WHEN OTHER
                   MOVE 'F'                   TO CSH-IN-DIRECTION
                   MOVE ZEROS                 TO CSH-IN-KEY-CUST-ID
           END-EVALUATE

           EXEC CICS LINK
                PROGRAM(LIT-SEARCH-PROGRAM)
                COMMAREA(WS-CSH-COMMAREA)
                LENGTH(LENGTH OF WS-CSH-COMMAREA)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(PGMIDERR)
                   SET INPUT-ERROR TO TRUE
                   MOVE 'RPC Program COCSH01A not found'
                    TO WS-RETURN-MSG
                   GO TO 9100-SEARCH-CUSTOMERS-EXIT
               WHEN OTHER
                   SET INPUT-ERROR TO TRUE
                   MOVE 'Error calling RPC program' TO WS-RETURN-MSG
                   GO TO 9100-SEARCH-CUSTOMERS-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN CSH-RC-SUCCESS
                   CONTINUE
               WHEN CSH-RC-NOT-FOUND
                AND NOT PAGE-NEW-SEARCH
      *            Nothing further that way - keep the page shown
                   MOVE CSH-OUT-MESSAGE TO WS-RETURN-MSG
                   SET CACC-LIST-SHOWN TO TRUE
                   GO TO 9100-SEARCH-CUSTOMERS-EXIT
               WHEN OTHER
                   SET INPUT-ERROR TO TRUE
                   MOVE CSH-OUT-MESSAGE TO WS-RETURN-MSG
                   MOVE ZEROS TO CACC-PAGE-COUNT
                                 CACC-PAGE-NUM
                   SET CACC-DETAILS-NOT-FETCHED TO TRUE
                   GO TO 9100-SEARCH-CUSTOMERS-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN PAGE-FORWARD
                   ADD 1 TO CACC-PAGE-NUM
                   MOVE CSH-OUT-MORE-IND TO CACC-NEXT-PAGE-IND
               WHEN PAGE-BACKWARD
                   SUBTRACT 1 FROM CACC-PAGE-NUM
                   MOVE 'Y' TO CACC-NEXT-PAGE-IND
               WHEN OTHER
                   MOVE 1 TO CACC-PAGE-NUM
                   MOVE CSH-OUT-MORE-IND TO CACC-NEXT-PAGE-IND
           END-EVALUATE

           MOVE CSH-OUT-ITEM-COUNT TO CACC-PAGE-COUNT
           PERFORM 9150-KEEP-RESULT-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > CACC-PAGE-COUNT

           MOVE CSH-OUT-LAST-NAME(1)  TO CACC-FIRST-LAST-NAME
           MOVE CSH-OUT-FIRST-NAME(1) TO CACC-FIRST-FIRST-NAME
           MOVE CSH-OUT-CUST-ID(1)    TO CACC-FIRST-CUST-ID
           MOVE CSH-OUT-LAST-NAME(CACC-PAGE-COUNT)
                                      TO CACC-LAST-LAST-NAME
           MOVE CSH-OUT-FIRST-NAME(CACC-PAGE-COUNT)
                                      TO CACC-LAST-FIRST-NAME
           MOVE CSH-OUT-CUST-ID(CACC-PAGE-COUNT)
                                      TO CACC-LAST-CUST-ID

           MOVE ZEROS TO CACC-SEARCH-CUST-ID
           SET CACC-LIST-SHOWN TO TRUE
           SET PROMPT-FOR-SELECTION TO TRUE
           .

       9100-SEARCH-CUSTOMERS-EXIT.
           EXIT
           .

       9150-KEEP-RESULT-ROW.
           MOVE CSH-OUT-CUST-ID(WS-ROW-IDX)
             TO CACC-PAGE-CUST-ID(WS-ROW-IDX)
           MOVE CSH-OUT-ACCT-COUNT(WS-ROW-IDX) TO WS-ACCT-COUNT-EDIT
           MOVE WS-ROW-IDX TO WS-ROW-NUM
           MOVE SPACES TO WS-ROW-TEXT
           STRING WS-ROW-NUM                         DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-CUST-ID(WS-ROW-IDX)        DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-LAST-NAME(WS-ROW-IDX)(1:16)
                                                     DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-FIRST-NAME(WS-ROW-IDX)(1:12)
                                                     DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-PHONE-NUM-1(WS-ROW-IDX)(1:13)
                                                     DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-ADDR-ZIP(WS-ROW-IDX)(1:5)  DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  CSH-OUT-SSN-MASKED(WS-ROW-IDX)     DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  WS-ACCT-COUNT-EDIT                 DELIMITED BY SIZE
             INTO WS-ROW-TEXT
           MOVE WS-ROW-TEXT TO CACC-PAGE-ROW-TEXT(WS-ROW-IDX)
           .

      ******************************************************************
      *Common code to store PFKey
      ******************************************************************
