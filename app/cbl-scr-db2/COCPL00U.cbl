000001******************************************************************
      * Program:     COCPL00U                                          *
      * Function:    Customer complaint log screen interface          *
      * Description: Takes and works customer complaints - logs a     *
      *              complaint against an account with its category,  *
      *              channel, received date and the dispute or        *
      *              collections item it is about; takes it in        *
      *              progress, records the root-cause program area    *
      *              and closes it with the resolution; shows one     *
      *              complaint, the account's complaints and the open *
      *              queue by response deadline - all through the     *
      *              COCPL01A RPC service.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCPL00U.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCPL00U'.
         05 WS-TRANID                  PIC X(04) VALUE 'ACPL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.

      * Edited display fields for one list line / the complaint block
       01 WS-LINE-FIELDS.
         05 WS-STATUS-CD               PIC X(01).
         05 WS-STATUS-DESC             PIC X(11).
         05 WS-ROW-TEXT                PIC X(78).

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *----------------------------------------------------------------*
       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-COMPLAINT-ID     PIC 9(18).
             10 WS-RPC-ACCT-ID          PIC X(11).
             10 WS-RPC-USER-ID          PIC X(08).
             10 WS-RPC-CATEGORY         PIC X(02).
             10 WS-RPC-CHANNEL          PIC X(01).
             10 WS-RPC-RECEIVED-DATE    PIC X(10).
             10 WS-RPC-LINK-TYPE        PIC X(01).
             10 WS-RPC-LINK-ID          PIC 9(18).
             10 WS-RPC-DESCRIPTION      PIC X(100).
             10 WS-RPC-PROGRAM-AREA     PIC X(04).
             10 WS-RPC-RESOLUTION-CD    PIC X(01).
             10 WS-RPC-RESOLUTION-TEXT  PIC X(100).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-COMPLAINT-DATA.
                15 WS-RPC-OUT-COMPLAINT-ID
                                        PIC 9(18).
                15 WS-RPC-OUT-CUST-ID   PIC 9(09).
                15 WS-RPC-OUT-ACCT-ID   PIC 9(11).
                15 WS-RPC-OUT-CATEGORY  PIC X(02).
                15 WS-RPC-OUT-PRODUCT   PIC X(10).
                15 WS-RPC-OUT-CHANNEL   PIC X(01).
                15 WS-RPC-OUT-RECEIVED-DATE
                                        PIC X(10).
                15 WS-RPC-OUT-DUE-DATE  PIC X(10).
                15 WS-RPC-OUT-LINK-TYPE PIC X(01).
                15 WS-RPC-OUT-LINK-ID   PIC 9(18).
                15 WS-RPC-OUT-DESCRIPTION
                                        PIC X(100).
                15 WS-RPC-OUT-STATUS    PIC X(01).
                15 WS-RPC-OUT-PROGRAM-AREA
                                        PIC X(04).
                15 WS-RPC-OUT-RESOLUTION-CD
                                        PIC X(01).
                15 WS-RPC-OUT-RESOLUTION-TEXT
                                        PIC X(100).
                15 WS-RPC-OUT-CLOSED-DATE
                                        PIC X(10).
                15 WS-RPC-OUT-TAKEN-BY-USER-ID
                                        PIC X(08).
                15 WS-RPC-OUT-OWNER-USER-ID
                                        PIC X(08).
             10 WS-RPC-ITEM-COUNT       PIC S9(04) COMP.
             10 WS-RPC-ITEM-DATA OCCURS 8 TIMES.
                15 WS-RPC-ITEM-COMPLAINT-ID
                                        PIC 9(18).
                15 WS-RPC-ITEM-ACCT-ID  PIC 9(11).
                15 WS-RPC-ITEM-CATEGORY PIC X(02).
                15 WS-RPC-ITEM-CHANNEL  PIC X(01).
                15 WS-RPC-ITEM-STATUS   PIC X(01).
                15 WS-RPC-ITEM-RECEIVED-DATE
                                        PIC X(10).
                15 WS-RPC-ITEM-DUE-DATE PIC X(10).
                15 WS-RPC-ITEM-OWNER-USER-ID
                                        PIC X(08).

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

       COPY COCPL00.

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
                          ERRMSGO OF COCPL00O

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
                   MOVE LOW-VALUES          TO COCPL00O
                   PERFORM LIST-QUEUE-RPC
                   PERFORM SEND-CPL-SCREEN
               ELSE
                   PERFORM RECEIVE-CPL-SCREEN
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
                           PERFORM SEND-CPL-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CPL-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * A log a new complaint (account, category, channel,
      * description; received date, link optional), W work it, C
      * close it (resolution code and text, program area), I show
      * one complaint, L the account's complaints, Q back to the
      * open queue.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           EVALUATE ACTIONI OF COCPL00I
               WHEN 'Q'
               WHEN 'q'
               WHEN SPACES
               WHEN LOW-VALUES
                   PERFORM LIST-QUEUE-RPC
                   PERFORM SEND-CPL-SCREEN
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-RPC-OPERATION
                   PERFORM ADD-COMPLAINT-RPC
               WHEN 'W'
               WHEN 'w'
                   MOVE 'W' TO WS-RPC-OPERATION
                   PERFORM COMPLAINT-RPC
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-RPC-OPERATION
                   PERFORM COMPLAINT-RPC
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WS-RPC-OPERATION
                   PERFORM COMPLAINT-RPC
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WS-RPC-OPERATION
                   PERFORM ACCOUNT-LIST-RPC
               WHEN OTHER
                   MOVE 'Action must be A, W, C, I, L or Q...'
                     TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACTIONL OF COCPL00I
                   PERFORM SEND-CPL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      ADD-COMPLAINT-RPC
      *----------------------------------------------------------------*
       ADD-COMPLAINT-RPC.

           IF LINKIDI OF COCPL00I NOT = SPACES
              AND LINKIDI OF COCPL00I NOT = LOW-VALUES
              AND LINKIDI OF COCPL00I IS NOT NUMERIC
               MOVE 'Link ID must be Numeric...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO LINKIDL OF COCPL00I
               PERFORM SEND-CPL-SCREEN
           ELSE
               PERFORM LOAD-RPC-INPUT
               PERFORM CALL-RPC-PROGRAM
               IF NOT ERR-FLG-ON
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   IF WS-RPC-RESP-CODE = 0
                       PERFORM POPULATE-COMPLAINT-BLOCK
                   ELSE
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO ACCTIDINL OF COCPL00I
                   END-IF
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                        COMPLAINT-RPC
      * Work, close or show one complaint - all keyed by Complaint
      * ID.
      *----------------------------------------------------------------*
       COMPLAINT-RPC.

           IF CPLIDINI OF COCPL00I = SPACES OR LOW-VALUES
            OR CPLIDINI OF COCPL00I IS NOT NUMERIC
               MOVE 'Enter a numeric Complaint ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO CPLIDINL OF COCPL00I
               PERFORM SEND-CPL-SCREEN
           ELSE
               IF LINKIDI OF COCPL00I NOT = SPACES
                  AND LINKIDI OF COCPL00I NOT = LOW-VALUES
                  AND LINKIDI OF COCPL00I IS NOT NUMERIC
                   MOVE 'Link ID must be Numeric...' TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO LINKIDL OF COCPL00I
                   PERFORM SEND-CPL-SCREEN
               ELSE
                   PERFORM LOAD-RPC-INPUT
                   PERFORM CALL-RPC-PROGRAM
                   IF NOT ERR-FLG-ON
                       MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                       IF WS-RPC-RESP-CODE = 0
                           PERFORM POPULATE-COMPLAINT-BLOCK
                       END-IF
                       PERFORM SEND-CPL-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      ACCOUNT-LIST-RPC
      *----------------------------------------------------------------*
       ACCOUNT-LIST-RPC.

           IF ACCTIDINI OF COCPL00I = SPACES OR LOW-VALUES
            OR ACCTIDINI OF COCPL00I IS NOT NUMERIC
               MOVE 'Enter a numeric Account ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO ACCTIDINL OF COCPL00I
               PERFORM SEND-CPL-SCREEN
           ELSE
               PERFORM LOAD-RPC-INPUT
               PERFORM CALL-RPC-PROGRAM
               IF NOT ERR-FLG-ON
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   IF WS-RPC-RESP-CODE = 0
                       MOVE SPACES TO INFO1O OF COCPL00O
                                      INFO2O OF COCPL00O
                       STRING 'Complaints on account '
                              ACCTIDINI OF COCPL00I
                              ', newest first'
                         DELIMITED BY SIZE
                         INTO INFO1O OF COCPL00O
                       PERFORM POPULATE-LIST-ROWS
                   END-IF
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                        LOAD-RPC-INPUT
      * Numeric edits on the ID fields are done by the caller; a
      * blank ID goes across as zero.
      *----------------------------------------------------------------*
       LOAD-RPC-INPUT.

           MOVE ZEROS TO WS-RPC-COMPLAINT-ID
                         WS-RPC-LINK-ID
           IF CPLIDINI OF COCPL00I NOT = SPACES
              AND CPLIDINI OF COCPL00I NOT = LOW-VALUES
              AND CPLIDINI OF COCPL00I IS NUMERIC
               COMPUTE WS-RPC-COMPLAINT-ID =
                   FUNCTION NUMVAL(CPLIDINI OF COCPL00I)
           END-IF
           IF LINKIDI OF COCPL00I NOT = SPACES
              AND LINKIDI OF COCPL00I NOT = LOW-VALUES
               COMPUTE WS-RPC-LINK-ID =
                   FUNCTION NUMVAL(LINKIDI OF COCPL00I)
           END-IF
           MOVE CDEMO-USER-ID           TO WS-RPC-USER-ID
           MOVE ACCTIDINI OF COCPL00I   TO WS-RPC-ACCT-ID
           MOVE CATEGORYI OF COCPL00I   TO WS-RPC-CATEGORY
           MOVE CHANNELI  OF COCPL00I   TO WS-RPC-CHANNEL
           MOVE RCVDATEI  OF COCPL00I   TO WS-RPC-RECEIVED-DATE
           MOVE LINKTYPEI OF COCPL00I   TO WS-RPC-LINK-TYPE
           MOVE AREAI     OF COCPL00I   TO WS-RPC-PROGRAM-AREA
           MOVE RESCDI    OF COCPL00I   TO WS-RPC-RESOLUTION-CD
           MOVE DESC1I    OF COCPL00I   TO WS-RPC-DESCRIPTION(1:50)
           MOVE DESC2I    OF COCPL00I   TO WS-RPC-DESCRIPTION(51:50)
           MOVE RESTX1I   OF COCPL00I   TO WS-RPC-RESOLUTION-TEXT(1:50)
           MOVE RESTX2I   OF COCPL00I
             TO WS-RPC-RESOLUTION-TEXT(51:50)
           INSPECT WS-RPC-INPUT-PARMS
               REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-RPC-CATEGORY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RPC-CHANNEL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RPC-LINK-TYPE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RPC-PROGRAM-AREA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RPC-RESOLUTION-CD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE ZEROS TO WS-RPC-ITEM-COUNT
           MOVE SPACES TO WS-RPC-RESP-MSG.

      *----------------------------------------------------------------*
      *                      LIST-QUEUE-RPC
      *----------------------------------------------------------------*
       LIST-QUEUE-RPC.

           MOVE 'Q' TO WS-RPC-OPERATION
           MOVE ZEROS TO WS-RPC-COMPLAINT-ID
           MOVE ZEROS TO WS-RPC-LINK-ID
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE ZEROS TO WS-RPC-ITEM-COUNT
           MOVE SPACES TO WS-RPC-RESP-MSG

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               MOVE SPACES TO INFO1O OF COCPL00O
                              INFO2O OF COCPL00O
               MOVE 'Open complaints, nearest response deadline first'
                 TO INFO1O OF COCPL00O
               PERFORM POPULATE-LIST-ROWS
               IF WS-RPC-RESP-MSG NOT = SPACES
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                  POPULATE-COMPLAINT-BLOCK
      *----------------------------------------------------------------*
       POPULATE-COMPLAINT-BLOCK.

           MOVE SPACES TO INFO1O OF COCPL00O
                          INFO2O OF COCPL00O
                          INFO3O OF COCPL00O
           MOVE WS-RPC-OUT-COMPLAINT-ID
                                      TO CPLIDINO  OF COCPL00O
           MOVE WS-RPC-OUT-ACCT-ID    TO ACCTIDINO OF COCPL00O
           MOVE WS-RPC-OUT-CATEGORY   TO CATEGORYO OF COCPL00O
           MOVE WS-RPC-OUT-CHANNEL    TO CHANNELO  OF COCPL00O
           MOVE WS-RPC-OUT-RECEIVED-DATE
                                      TO RCVDATEO  OF COCPL00O
           MOVE WS-RPC-OUT-LINK-TYPE  TO LINKTYPEO OF COCPL00O
           IF WS-RPC-OUT-LINK-ID = ZEROS
               MOVE SPACES            TO LINKIDO   OF COCPL00O
           ELSE
               MOVE WS-RPC-OUT-LINK-ID
                                      TO LINKIDO   OF COCPL00O
           END-IF
           MOVE WS-RPC-OUT-PROGRAM-AREA
                                      TO AREAO     OF COCPL00O
           MOVE WS-RPC-OUT-RESOLUTION-CD
                                      TO RESCDO    OF COCPL00O
           MOVE WS-RPC-OUT-DESCRIPTION(1:50)
                                      TO DESC1O    OF COCPL00O
           MOVE WS-RPC-OUT-DESCRIPTION(51:50)
                                      TO DESC2O    OF COCPL00O
           MOVE WS-RPC-OUT-RESOLUTION-TEXT(1:50)
                                      TO RESTX1O   OF COCPL00O
           MOVE WS-RPC-OUT-RESOLUTION-TEXT(51:50)
                                      TO RESTX2O   OF COCPL00O
           MOVE SPACES                TO ACTIONO   OF COCPL00O

           MOVE WS-RPC-OUT-STATUS     TO WS-STATUS-CD
           PERFORM SET-STATUS-DESC

           STRING 'Status ' WS-STATUS-DESC
                  ' Respond by ' WS-RPC-OUT-DUE-DATE
                  '  Closed ' WS-RPC-OUT-CLOSED-DATE
             DELIMITED BY SIZE
             INTO INFO1O OF COCPL00O
           STRING 'Customer ' WS-RPC-OUT-CUST-ID
                  '  Product ' WS-RPC-OUT-PRODUCT
                  '  Taken by ' WS-RPC-OUT-TAKEN-BY-USER-ID
                  '  Owner ' WS-RPC-OUT-OWNER-USER-ID
             DELIMITED BY SIZE
             INTO INFO2O OF COCPL00O

           MOVE SPACES TO ROW01O OF COCPL00O
                          ROW02O OF COCPL00O
                          ROW03O OF COCPL00O
                          ROW04O OF COCPL00O
                          ROW05O OF COCPL00O
                          ROW06O OF COCPL00O
                          ROW07O OF COCPL00O
                          ROW08O OF COCPL00O.

      *----------------------------------------------------------------*
      *                      SET-STATUS-DESC
      *----------------------------------------------------------------*
       SET-STATUS-DESC.

           EVALUATE WS-STATUS-CD
               WHEN 'O'
                   MOVE 'OPEN'        TO WS-STATUS-DESC
               WHEN 'W'
                   MOVE 'IN PROGRESS' TO WS-STATUS-DESC
               WHEN 'C'
                   MOVE 'CLOSED'      TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES        TO WS-STATUS-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-LIST-ROWS
      *----------------------------------------------------------------*
       POPULATE-LIST-ROWS.

           MOVE SPACES TO INFO3O OF COCPL00O
           STRING 'COMPLAINT ID       ACCOUNT     CT CH STATUS     '
                  ' RECEIVED   RESPOND BY OWNER'
             DELIMITED BY SIZE
             INTO INFO3O OF COCPL00O

           MOVE SPACES TO ROW01O OF COCPL00O
                          ROW02O OF COCPL00O
                          ROW03O OF COCPL00O
                          ROW04O OF COCPL00O
                          ROW05O OF COCPL00O
                          ROW06O OF COCPL00O
                          ROW07O OF COCPL00O
                          ROW08O OF COCPL00O

           PERFORM FORMAT-LIST-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RPC-ITEM-COUNT.

      *----------------------------------------------------------------*
      *                      FORMAT-LIST-ROW
      *----------------------------------------------------------------*
       FORMAT-LIST-ROW.

           MOVE WS-RPC-ITEM-STATUS(WS-IDX) TO WS-STATUS-CD
           PERFORM SET-STATUS-DESC

           MOVE SPACES TO WS-ROW-TEXT
           STRING WS-RPC-ITEM-COMPLAINT-ID(WS-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-ACCT-ID(WS-IDX) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-CATEGORY(WS-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-CHANNEL(WS-IDX) DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-STATUS-DESC              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-RECEIVED-DATE(WS-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-DUE-DATE(WS-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-OWNER-USER-ID(WS-IDX)
                                              DELIMITED BY SIZE
             INTO WS-ROW-TEXT

           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-ROW-TEXT TO ROW01O OF COCPL00O
               WHEN 2
                   MOVE WS-ROW-TEXT TO ROW02O OF COCPL00O
               WHEN 3
                   MOVE WS-ROW-TEXT TO ROW03O OF COCPL00O
               WHEN 4
                   MOVE WS-ROW-TEXT TO ROW04O OF COCPL00O
               WHEN 5
                   MOVE WS-ROW-TEXT TO ROW05O OF COCPL00O
               WHEN 6
                   MOVE WS-ROW-TEXT TO ROW06O OF COCPL00O
               WHEN 7
                   MOVE WS-ROW-TEXT TO ROW07O OF COCPL00O
               WHEN 8
                   MOVE WS-ROW-TEXT TO ROW08O OF COCPL00O
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CALL-RPC-PROGRAM
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           EXEC CICS LINK
                PROGRAM('COCPL01A')
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
                   MOVE 'Error calling complaint log service...' TO
                                   WS-MESSAGE
                   MOVE -1 TO CPLIDINL OF COCPL00I
                   PERFORM SEND-CPL-SCREEN
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
      *                      SEND-CPL-SCREEN
      *----------------------------------------------------------------*
       SEND-CPL-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COCPL00O

           EXEC CICS SEND
                     MAP('COCPL00')
                     MAPSET('COCPL00')
                     FROM(COCPL00O)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CPL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CPL-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COCPL00')
                     MAPSET('COCPL00')
                     INTO(COCPL00I)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COCPL00O
           MOVE CCDA-TITLE02           TO TITLE02O OF COCPL00O
           MOVE WS-TRANID              TO TRNNAMEO OF COCPL00O
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCPL00O

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCPL00O

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCPL00O.

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
