000001******************************************************************
      * Program:     COANT00U                                          *
      * Function:    Account notes (CSR memo pad) screen interface    *
      * Description: Shows an account's notes newest first, eight to *
      *              a page (PF8 older, PF7 back to the newest), and *
      *              adds a note with its type and text - all through *
      *              the COANT01A RPC service. Opens on the account   *
      *              already in the commarea when there is one.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COANT00U.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COANT00U'.
         05 WS-TRANID                  PIC X(04) VALUE 'ANOT'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-ROW-NUM                 PIC S9(04) COMP VALUE ZEROS.

      * Edited display fields for one note (two screen rows)
       01 WS-LINE-FIELDS.
         05 WS-NOTE-COUNT-DISP         PIC Z(8)9.
         05 WS-ROW-TEXT                PIC X(78).
         05 WS-ROW-TEXT-2              PIC X(78).

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *----------------------------------------------------------------*
       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-ACCT-ID          PIC X(11).
             10 WS-RPC-CARD-NUM         PIC X(16).
             10 WS-RPC-USER-ID          PIC X(08).
             10 WS-RPC-SOURCE-PGM       PIC X(08).
             10 WS-RPC-NOTE-TYPE        PIC X(02).
             10 WS-RPC-NOTE-TEXT        PIC X(100).
             10 WS-RPC-BEFORE-NOTE-ID   PIC 9(18).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-OUT-ACCT-ID      PIC 9(11).
             10 WS-RPC-OUT-NOTE-COUNT   PIC S9(09) COMP.
             10 WS-RPC-ITEM-COUNT       PIC S9(04) COMP.
             10 WS-RPC-ITEM-DATA OCCURS 8 TIMES.
                15 WS-RPC-ITEM-NOTE-ID  PIC 9(18).
                15 WS-RPC-ITEM-NOTE-TYPE
                                        PIC X(02).
                15 WS-RPC-ITEM-NOTE-TEXT
                                        PIC X(100).
                15 WS-RPC-ITEM-USER-ID  PIC X(08).
                15 WS-RPC-ITEM-SOURCE-PGM
                                        PIC X(08).
                15 WS-RPC-ITEM-CREATE-TS
                                        PIC X(26).

       COPY COCOM01Y.

      * Paging state kept across the pseudo-conversation behind the
      * application commarea - the account on screen and the oldest
      * note ID shown, so PF8 can carry on from there.
       01 WS-THIS-PROGCOMMAREA.
          05 ANT-PAGE-ACCT-ID           PIC X(11).
          05 ANT-PAGE-LAST-NOTE-ID      PIC 9(18).

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

       COPY COANT00.

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
                          ERRMSGO OF COANT00O

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
                   MOVE LOW-VALUES          TO COANT00O
                   INITIALIZE WS-THIS-PROGCOMMAREA
                   IF CDEMO-ACCT-ID IS NUMERIC
                      AND CDEMO-ACCT-ID > ZEROS
                       MOVE CDEMO-ACCT-ID TO ANT-PAGE-ACCT-ID
                       MOVE ANT-PAGE-ACCT-ID TO ACCTIDINO OF COANT00O
                       PERFORM LIST-NOTES-RPC
                   ELSE
                       MOVE 'Enter an Account ID to see its notes...'
                         TO WS-MESSAGE
                   END-IF
                   PERFORM SEND-ANT-SCREEN
               ELSE
                   IF EIBCALEN > LENGTH OF CARDDEMO-COMMAREA
                       MOVE DFHCOMMAREA(LENGTH OF CARDDEMO-COMMAREA + 1:
                                        LENGTH OF WS-THIS-PROGCOMMAREA)
                         TO WS-THIS-PROGCOMMAREA
                   ELSE
                       INITIALIZE WS-THIS-PROGCOMMAREA
                   END-IF
                   PERFORM RECEIVE-ANT-SCREEN
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
                       WHEN DFHPF7
                           MOVE ZEROS TO ANT-PAGE-LAST-NOTE-ID
                           PERFORM PAGE-NOTES
                       WHEN DFHPF8
                           PERFORM PAGE-NOTES
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-ANT-SCREEN
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
      * A add the note typed below (type defaults to GN), L or blank
      * list the account's notes from the newest.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           IF ACCTIDINI OF COANT00I = SPACES OR LOW-VALUES
            OR ACCTIDINI OF COANT00I IS NOT NUMERIC
               MOVE 'Enter a numeric Account ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO ACCTIDINL OF COANT00I
               PERFORM SEND-ANT-SCREEN
           ELSE
               MOVE ACCTIDINI OF COANT00I TO ANT-PAGE-ACCT-ID
               MOVE ZEROS TO ANT-PAGE-LAST-NOTE-ID
               EVALUATE ACTIONI OF COANT00I
                   WHEN 'L'
                   WHEN 'l'
                   WHEN SPACES
                   WHEN LOW-VALUES
                       PERFORM LIST-NOTES-RPC
                       PERFORM SEND-ANT-SCREEN
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-NOTE-RPC
                   WHEN OTHER
                       MOVE 'Action must be A or L...' TO WS-MESSAGE
                       SET ERR-FLG-ON TO TRUE
                       MOVE -1 TO ACTIONL OF COANT00I
                       PERFORM SEND-ANT-SCREEN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                         PAGE-NOTES
      *----------------------------------------------------------------*
       PAGE-NOTES.

           IF ANT-PAGE-ACCT-ID = SPACES OR LOW-VALUES
               MOVE 'Enter an Account ID to see its notes...'
                 TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO ACCTIDINL OF COANT00I
           ELSE
               MOVE ANT-PAGE-ACCT-ID TO ACCTIDINO OF COANT00O
               PERFORM LIST-NOTES-RPC
           END-IF
           PERFORM SEND-ANT-SCREEN.

      *----------------------------------------------------------------*
      *                        ADD-NOTE-RPC
      *----------------------------------------------------------------*
       ADD-NOTE-RPC.

           PERFORM CLEAR-RPC-INPUT
           MOVE 'A'                     TO WS-RPC-OPERATION
           MOVE NOTETYPEI OF COANT00I   TO WS-RPC-NOTE-TYPE
           MOVE NOTE1I    OF COANT00I   TO WS-RPC-NOTE-TEXT(1:50)
           MOVE NOTE2I    OF COANT00I   TO WS-RPC-NOTE-TEXT(51:50)
           INSPECT WS-RPC-INPUT-PARMS
               REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-RPC-NOTE-TYPE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               IF WS-RPC-RESP-CODE = 0
                   MOVE SPACES TO NOTETYPEO OF COANT00O
                                  NOTE1O    OF COANT00O
                                  NOTE2O    OF COANT00O
                                  ACTIONO   OF COANT00O
                   PERFORM POPULATE-NOTE-ROWS
               ELSE
                   SET ERR-FLG-ON TO TRUE
                   IF WS-RPC-RESP-CODE = 3
                       MOVE -1 TO ACCTIDINL OF COANT00I
                   ELSE
                       MOVE -1 TO NOTE1L OF COANT00I
                   END-IF
               END-IF
               PERFORM SEND-ANT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                       LIST-NOTES-RPC
      *----------------------------------------------------------------*
       LIST-NOTES-RPC.

           PERFORM CLEAR-RPC-INPUT
           MOVE 'L'                     TO WS-RPC-OPERATION
           MOVE ANT-PAGE-LAST-NOTE-ID   TO WS-RPC-BEFORE-NOTE-ID

           PERFORM CALL-RPC-PROGRAM

           IF NOT ERR-FLG-ON
               IF WS-RPC-RESP-MSG NOT = SPACES
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
               END-IF
               IF WS-RPC-RESP-CODE = 0
                   PERFORM POPULATE-NOTE-ROWS
               ELSE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACCTIDINL OF COANT00I
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                       CLEAR-RPC-INPUT
      *----------------------------------------------------------------*
       CLEAR-RPC-INPUT.

           MOVE SPACES                  TO WS-RPC-INPUT-PARMS
           MOVE ANT-PAGE-ACCT-ID        TO WS-RPC-ACCT-ID
           MOVE CDEMO-USER-ID           TO WS-RPC-USER-ID
           MOVE WS-PGMNAME              TO WS-RPC-SOURCE-PGM
           MOVE ZEROS                   TO WS-RPC-BEFORE-NOTE-ID
           MOVE ZEROS                   TO WS-RPC-RESP-CODE
           MOVE ZEROS                   TO WS-RPC-ITEM-COUNT
           MOVE SPACES                  TO WS-RPC-RESP-MSG.

      *----------------------------------------------------------------*
      *                     POPULATE-NOTE-ROWS
      * Two rows per note - when, who, type and the first part of the
      * text, then the rest of the text indented under it.
      *----------------------------------------------------------------*
       POPULATE-NOTE-ROWS.

           MOVE WS-RPC-OUT-NOTE-COUNT TO WS-NOTE-COUNT-DISP
           MOVE SPACES TO INFO1O OF COANT00O
           STRING 'Notes on account ' WS-RPC-OUT-ACCT-ID
                  ', newest first - ' WS-NOTE-COUNT-DISP
                  ' in all'
             DELIMITED BY SIZE
             INTO INFO1O OF COANT00O

           MOVE SPACES TO ROW01O OF COANT00O
                          ROW02O OF COANT00O
                          ROW03O OF COANT00O
                          ROW04O OF COANT00O
                          ROW05O OF COANT00O
                          ROW06O OF COANT00O
                          ROW07O OF COANT00O
                          ROW08O OF COANT00O
                          ROW09O OF COANT00O
                          ROW10O OF COANT00O
                          ROW11O OF COANT00O
                          ROW12O OF COANT00O
                          ROW13O OF COANT00O
                          ROW14O OF COANT00O
                          ROW15O OF COANT00O
                          ROW16O OF COANT00O

           PERFORM FORMAT-NOTE-ROWS
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RPC-ITEM-COUNT

      *    Remember where this page ended for PF8; an empty page
      *    leaves the position alone so PF8 keeps saying no older.
           IF WS-RPC-ITEM-COUNT > 0
               MOVE WS-RPC-ITEM-NOTE-ID(WS-RPC-ITEM-COUNT)
                 TO ANT-PAGE-LAST-NOTE-ID
           END-IF.

      *----------------------------------------------------------------*
      *                      FORMAT-NOTE-ROWS
      *----------------------------------------------------------------*
       FORMAT-NOTE-ROWS.

           MOVE SPACES TO WS-ROW-TEXT
                          WS-ROW-TEXT-2
           STRING WS-RPC-ITEM-CREATE-TS(WS-IDX)(1:10)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-CREATE-TS(WS-IDX)(12:5)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-USER-ID(WS-IDX) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-NOTE-TYPE(WS-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-RPC-ITEM-NOTE-TEXT(WS-IDX)(1:49)
                                              DELIMITED BY SIZE
             INTO WS-ROW-TEXT
           STRING '                           '
                                              DELIMITED BY SIZE
                  WS-RPC-ITEM-NOTE-TEXT(WS-IDX)(50:51)
                                              DELIMITED BY SIZE
             INTO WS-ROW-TEXT-2

           COMPUTE WS-ROW-NUM = (WS-IDX * 2) - 1
           EVALUATE WS-ROW-NUM
               WHEN 1
                   MOVE WS-ROW-TEXT   TO ROW01O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW02O OF COANT00O
               WHEN 3
                   MOVE WS-ROW-TEXT   TO ROW03O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW04O OF COANT00O
               WHEN 5
                   MOVE WS-ROW-TEXT   TO ROW05O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW06O OF COANT00O
               WHEN 7
                   MOVE WS-ROW-TEXT   TO ROW07O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW08O OF COANT00O
               WHEN 9
                   MOVE WS-ROW-TEXT   TO ROW09O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW10O OF COANT00O
               WHEN 11
                   MOVE WS-ROW-TEXT   TO ROW11O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW12O OF COANT00O
               WHEN 13
                   MOVE WS-ROW-TEXT   TO ROW13O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW14O OF COANT00O
               WHEN 15
                   MOVE WS-ROW-TEXT   TO ROW15O OF COANT00O
                   MOVE WS-ROW-TEXT-2 TO ROW16O OF COANT00O
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CALL-RPC-PROGRAM
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           EXEC CICS LINK
                PROGRAM('COANT01A')
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
                   MOVE 'Error calling account notes service...' TO
                                   WS-MESSAGE
                   MOVE -1 TO ACCTIDINL OF COANT00I
                   PERFORM SEND-ANT-SCREEN
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
      *                      SEND-ANT-SCREEN
      *----------------------------------------------------------------*
       SEND-ANT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COANT00O

           EXEC CICS SEND
                     MAP('COANT00')
                     MAPSET('COANT00')
                     FROM(COANT00O)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-ANT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-ANT-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COANT00')
                     MAPSET('COANT00')
                     INTO(COANT00I)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COANT00O
           MOVE CCDA-TITLE02           TO TITLE02O OF COANT00O
           MOVE WS-TRANID              TO TRNNAMEO OF COANT00O
           MOVE WS-PGMNAME             TO PGMNAMEO OF COANT00O

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COANT00O

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COANT00O.

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
