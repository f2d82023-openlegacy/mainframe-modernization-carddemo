000001******************************************************************
      * Program:     COFRV00U                                          *
      * Function:    Fee and interest reversal screen interface       *
      * Description: Lists an account's ten newest fee and interest  *
      *              charges with what has been given back on each,  *
      *              and reverses one in full or part with a reason  *
      *              code - all through the COFRV01A RPC service.     *
      *              Shows the user's dollar authority and the        *
      *              account's goodwill reversals in the last twelve  *
      *              months; a reversal above the authority is        *
      *              queued for a checker rather than posted.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRV00U.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COFRV00U'.
         05 WS-TRANID                  PIC X(04) VALUE 'AFRV'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.

      * Edited display fields for one charge row
       01 WS-LINE-FIELDS.
         05 WS-ROW-TEXT                PIC X(78).
         05 WS-TYPE-DISP               PIC X(03).
         05 WS-AMT-DISP                PIC Z(6)9.99-.
         05 WS-REVERSED-DISP           PIC Z(6)9.99-.
         05 WS-LIMIT-DISP              PIC Z(6)9.99.
         05 WS-GOODWILL-DISP           PIC ZZZ9.

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *----------------------------------------------------------------*
       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-ACCT-ID          PIC X(11).
             10 WS-RPC-TRAN-ID          PIC X(16).
             10 WS-RPC-REV-AMT          PIC X(12).
             10 WS-RPC-REASON-CD        PIC X(02).
             10 WS-RPC-USER-ID          PIC X(08).
             10 WS-RPC-APPROVED-APPLY   PIC X(01).
             10 WS-RPC-MAKER-ID         PIC X(08).
             10 WS-RPC-CHG-ID           PIC 9(18).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-OUT-REV-TRAN-ID  PIC X(16).
             10 WS-RPC-OUT-CHG-ID       PIC 9(18).
             10 WS-RPC-OUT-GOODWILL-12M PIC S9(04).
             10 WS-RPC-OUT-AUTH-LIMIT   PIC S9(07)V99.
             10 WS-RPC-OUT-AUTH-UNLIMITED
                                        PIC X(01).
             10 WS-RPC-ITEM-COUNT       PIC S9(04) COMP.
             10 WS-RPC-ITEM-DATA OCCURS 10 TIMES.
                15 WS-RPC-ITEM-TRAN-ID  PIC X(16).
                15 WS-RPC-ITEM-TYPE-CD  PIC X(02).
                15 WS-RPC-ITEM-POST-DATE
                                        PIC X(10).
                15 WS-RPC-ITEM-DESC     PIC X(30).
                15 WS-RPC-ITEM-AMT      PIC S9(10)V99.
                15 WS-RPC-ITEM-REVERSED-AMT
                                        PIC S9(10)V99.
                15 WS-RPC-ITEM-PENDING-IND
                                        PIC X(01).

       COPY COCOM01Y.

      * State kept across the pseudo-conversation behind the
      * application commarea - the account on screen.
       01 WS-THIS-PROGCOMMAREA.
          05 FRV-PAGE-ACCT-ID           PIC X(11).

       01 WS-COMMAREA                   PIC X(2000).

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

       COPY COFRV00.

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
                          ERRMSGO OF COFRV00O

           IF EIBCALEN = 0
               MOVE 'COSGN00S' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF CARDDEMO-COMMAREA)
                 TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   PERFORM CHECK-FUNCTION-ACCESS
                   IF SEC-FUNCTION-DENIED
                       MOVE 'COMEN01S' TO CDEMO-TO-PROGRAM
                       PERFORM RETURN-TO-PREV-SCREEN
                   END-IF
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COFRV00O
                   INITIALIZE WS-THIS-PROGCOMMAREA
                   IF CDEMO-ACCT-ID IS NUMERIC
                      AND CDEMO-ACCT-ID > ZEROS
                       MOVE CDEMO-ACCT-ID TO FRV-PAGE-ACCT-ID
                       MOVE FRV-PAGE-ACCT-ID TO ACCTIDINO OF COFRV00O
                       PERFORM LIST-CHARGES-RPC
                   ELSE
                       MOVE 'Enter an Account ID to see its charges...'
                         TO WS-MESSAGE
                   END-IF
                   PERFORM SEND-FRV-SCREEN
               ELSE
                   IF EIBCALEN > LENGTH OF CARDDEMO-COMMAREA
                       MOVE DFHCOMMAREA(LENGTH OF CARDDEMO-COMMAREA + 1:
                                        LENGTH OF WS-THIS-PROGCOMMAREA)
                         TO WS-THIS-PROGCOMMAREA
                   ELSE
                       INITIALIZE WS-THIS-PROGCOMMAREA
                   END-IF
                   PERFORM RECEIVE-FRV-SCREEN
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
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-FRV-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           MOVE CARDDEMO-COMMAREA    TO WS-COMMAREA
           MOVE WS-THIS-PROGCOMMAREA TO
                WS-COMMAREA(LENGTH OF CARDDEMO-COMMAREA + 1:
                            LENGTH OF WS-THIS-PROGCOMMAREA)

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * R reverse the charge keyed below (amount blank for all that
      * is left), L or blank list the account's charges.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           IF ACCTIDINI OF COFRV00I = SPACES OR LOW-VALUES
            OR ACCTIDINI OF COFRV00I IS NOT NUMERIC
               MOVE 'Enter a numeric Account ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO ACCTIDINL OF COFRV00I
               PERFORM SEND-FRV-SCREEN
           ELSE
               MOVE ACCTIDINI OF COFRV00I TO FRV-PAGE-ACCT-ID
               EVALUATE ACTIONI OF COFRV00I
                   WHEN 'L'
                   WHEN 'l'
                   WHEN SPACES
                   WHEN LOW-VALUES
                       PERFORM LIST-CHARGES-RPC
                       PERFORM SEND-FRV-SCREEN
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM REVERSE-CHARGE-RPC
                   WHEN OTHER
                       MOVE 'Action must be R or L...' TO WS-MESSAGE
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO ACTIONL OF COFRV00I
                       PERFORM SEND-FRV-SCREEN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                     REVERSE-CHARGE-RPC
      * Posted or queued, the list is refreshed so the charge shows
      * its new given-back amount or its pending flag; the service's
      * own message is kept on the screen.
      *----------------------------------------------------------------*
       REVERSE-CHARGE-RPC.

           PERFORM CLEAR-RPC-INPUT
           MOVE 'R'                     TO WS-RPC-OPERATION
           MOVE TRANIDI   OF COFRV00I   TO WS-RPC-TRAN-ID
           MOVE REVAMTI   OF COFRV00I   TO WS-RPC-REV-AMT
           MOVE REASONI   OF COFRV00I   TO WS-RPC-REASON-CD
           INSPECT WS-RPC-INPUT-PARMS
               REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-RPC-REASON-CD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               EVALUATE WS-RPC-RESP-CODE
                   WHEN 0
                   WHEN 9
                       MOVE SPACES TO TRANIDO    OF COFRV00O
                                      REVAMTO    OF COFRV00O
                                      REASONO    OF COFRV00O
                                      ACTIONO    OF COFRV00O
                       PERFORM LIST-CHARGES-RPC
                       MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   WHEN 2
                   WHEN 3
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO ACCTIDINL OF COFRV00I
                   WHEN 6
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO REVAMTL OF COFRV00I
                   WHEN 7
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO REASONL OF COFRV00I
                   WHEN OTHER
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO TRANIDL OF COFRV00I
               END-EVALUATE
               PERFORM SEND-FRV-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      LIST-CHARGES-RPC
      *----------------------------------------------------------------*
       LIST-CHARGES-RPC.

           PERFORM CLEAR-RPC-INPUT
           MOVE 'L'                     TO WS-RPC-OPERATION

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               IF WS-RPC-RESP-MSG NOT = SPACES
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               END-IF
               IF WS-RPC-RESP-CODE = 0
                   PERFORM POPULATE-CHARGE-ROWS
               ELSE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACCTIDINL OF COFRV00I
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                       CLEAR-RPC-INPUT
      *----------------------------------------------------------------*
       CLEAR-RPC-INPUT.

           MOVE SPACES                  TO WS-RPC-INPUT-PARMS
           MOVE FRV-PAGE-ACCT-ID        TO WS-RPC-ACCT-ID
           MOVE CDEMO-USER-ID           TO WS-RPC-USER-ID
           MOVE 'N'                     TO WS-RPC-APPROVED-APPLY
           MOVE ZEROS                   TO WS-RPC-CHG-ID
           MOVE ZEROS                   TO WS-RPC-RESP-CODE
           MOVE ZEROS                   TO WS-RPC-ITEM-COUNT
           MOVE SPACES                  TO WS-RPC-RESP-MSG.

      *----------------------------------------------------------------*
      *                    POPULATE-CHARGE-ROWS
      * One row per charge - id, type, posting date, amount, amount
      * given back so far, a P while a reversal awaits approval, and
      * the start of the description.
      *----------------------------------------------------------------*
       POPULATE-CHARGE-ROWS.

           MOVE SPACES TO INFO1O OF COFRV00O
           STRING 'Fee/interest charges on account '
                  FRV-PAGE-ACCT-ID
                  ', newest first'
             DELIMITED BY SIZE
             INTO INFO1O OF COFRV00O

           MOVE WS-RPC-OUT-GOODWILL-12M TO WS-GOODWILL-DISP
           MOVE SPACES TO INFO2O OF COFRV00O
           IF WS-RPC-OUT-AUTH-UNLIMITED = 'Y'
               STRING 'Your authority: no limit    '
                      'Goodwill reversals last 12 months: '
                      WS-GOODWILL-DISP
                 DELIMITED BY SIZE
                 INTO INFO2O OF COFRV00O
           ELSE
               MOVE WS-RPC-OUT-AUTH-LIMIT TO WS-LIMIT-DISP
               STRING 'Your authority: ' WS-LIMIT-DISP
                      '    Goodwill reversals last 12 months: '
                      WS-GOODWILL-DISP
                 DELIMITED BY SIZE
                 INTO INFO2O OF COFRV00O
           END-IF

           MOVE SPACES TO ROW01O OF COFRV00O
                          ROW02O OF COFRV00O
                          ROW03O OF COFRV00O
                          ROW04O OF COFRV00O
                          ROW05O OF COFRV00O
                          ROW06O OF COFRV00O
                          ROW07O OF COFRV00O
                          ROW08O OF COFRV00O
                          ROW09O OF COFRV00O
                          ROW10O OF COFRV00O

           PERFORM FORMAT-CHARGE-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RPC-ITEM-COUNT.

      *----------------------------------------------------------------*
      *                      FORMAT-CHARGE-ROW
      *----------------------------------------------------------------*
       FORMAT-CHARGE-ROW.

           IF WS-RPC-ITEM-TYPE-CD(WS-IDX) = '02'
               MOVE 'INT' TO WS-TYPE-DISP
           ELSE
               MOVE 'FEE' TO WS-TYPE-DISP
           END-IF
           MOVE WS-RPC-ITEM-AMT(WS-IDX)          TO WS-AMT-DISP
           MOVE WS-RPC-ITEM-REVERSED-AMT(WS-IDX) TO WS-REVERSED-DISP

           MOVE SPACES TO WS-ROW-TEXT
           STRING WS-RPC-ITEM-TRAN-ID(WS-IDX)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-TYPE-DISP                  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-RPC-ITEM-POST-DATE(WS-IDX) DELIMITED BY SIZE
                  WS-AMT-DISP                   DELIMITED BY SIZE
                  WS-REVERSED-DISP              DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-RPC-ITEM-PENDING-IND(WS-IDX)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-RPC-ITEM-DESC(WS-IDX)(1:14)
                                                DELIMITED BY SIZE
             INTO WS-ROW-TEXT

           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-ROW-TEXT TO ROW01O OF COFRV00O
               WHEN 2
                   MOVE WS-ROW-TEXT TO ROW02O OF COFRV00O
               WHEN 3
                   MOVE WS-ROW-TEXT TO ROW03O OF COFRV00O
               WHEN 4
                   MOVE WS-ROW-TEXT TO ROW04O OF COFRV00O
               WHEN 5
                   MOVE WS-ROW-TEXT TO ROW05O OF COFRV00O
               WHEN 6
                   MOVE WS-ROW-TEXT TO ROW06O OF COFRV00O
               WHEN 7
                   MOVE WS-ROW-TEXT TO ROW07O OF COFRV00O
               WHEN 8
                   MOVE WS-ROW-TEXT TO ROW08O OF COFRV00O
               WHEN 9
                   MOVE WS-ROW-TEXT TO ROW09O OF COFRV00O
               WHEN 10
                   MOVE WS-ROW-TEXT TO ROW10O OF COFRV00O
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CALL-RPC-PROGRAM
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           EXEC CICS LINK
                PROGRAM('COFRV01A')
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
                   MOVE 'Error calling fee reversal service...' TO
                                   WS-MESSAGE
                   MOVE -1 TO ACCTIDINL OF COFRV00I
                   PERFORM SEND-FRV-SCREEN
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
      *                      SEND-FRV-SCREEN
      *----------------------------------------------------------------*
       SEND-FRV-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COFRV00O

           EXEC CICS SEND
                     MAP('COFRV00')
                     MAPSET('COFRV00')
                     FROM(COFRV00O)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-FRV-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-FRV-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COFRV00')
                     MAPSET('COFRV00')
                     INTO(COFRV00I)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COFRV00O
           MOVE CCDA-TITLE02           TO TITLE02O OF COFRV00O
           MOVE WS-TRANID              TO TRNNAMEO OF COFRV00O
           MOVE WS-PGMNAME             TO PGMNAMEO OF COFRV00O

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COFRV00O

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COFRV00O.

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
