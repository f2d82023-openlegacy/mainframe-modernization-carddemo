000001******************************************************************
      * Program:     COBKR00U                                          *
      * Function:    Bankruptcy notification screen interface          *
      * Description: Lets a CSR holding a bankruptcy court notice      *
      *              record the filing against the account (chapter,  *
      *              case number, filing date, court and attorney),   *
      *              pull up the case on file, and record the         *
      *              discharge or dismissal when the court rules -    *
      *              all through the COBKR01A RPC service, which puts *
      *              the automatic stay in force the moment the       *
      *              filing is saved.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKR00U.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COBKR00U'.
         05 WS-TRANID                  PIC X(04) VALUE 'ABKR'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-COUNT-EDIT              PIC ZZZ9.
         05 WS-COUNT2-EDIT             PIC ZZZ9.
         05 WS-COUNT3-EDIT             PIC ZZZ9.

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *----------------------------------------------------------------*
       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-ACCT-ID          PIC X(11).
             10 WS-RPC-CASE-NUM         PIC X(20).
             10 WS-RPC-CHAPTER          PIC X(02).
             10 WS-RPC-FILING-DATE      PIC X(10).
             10 WS-RPC-COURT-NAME       PIC X(50).
             10 WS-RPC-ATTORNEY-NAME    PIC X(50).
             10 WS-RPC-ATTORNEY-PHONE   PIC X(15).
             10 WS-RPC-CASE-STATUS      PIC X(01).
             10 WS-RPC-DISPOSITION-DATE PIC X(10).
             10 WS-RPC-USER-ID          PIC X(08).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-ACCTS-COVERED    PIC S9(04) COMP.
             10 WS-RPC-CARDS-BLOCKED    PIC S9(04) COMP.
             10 WS-RPC-QUEUE-PULLED     PIC S9(04) COMP.
             10 WS-RPC-CASE-DATA.
                15 WS-RPC-OUT-CASE-NUM  PIC X(20).
                15 WS-RPC-OUT-CUST-ID   PIC 9(09).
                15 WS-RPC-OUT-CHAPTER   PIC X(02).
                15 WS-RPC-OUT-FILING-DATE
                                        PIC X(10).
                15 WS-RPC-OUT-COURT-NAME
                                        PIC X(50).
                15 WS-RPC-OUT-ATTORNEY-NAME
                                        PIC X(50).
                15 WS-RPC-OUT-ATTORNEY-PHONE
                                        PIC X(15).
                15 WS-RPC-OUT-CASE-STATUS
                                        PIC X(01).
                15 WS-RPC-OUT-DISPOSITION-DATE
                                        PIC X(10).

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

       COPY COBKR00.

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
                          ERRMSGO OF COBKR00O

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
                   MOVE LOW-VALUES          TO COBKR00O
                   IF CDEMO-ACCT-ID IS NUMERIC
                      AND CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID TO ACCTIDINO OF COBKR00O
                   END-IF
                   MOVE -1 TO ACCTIDINL OF COBKR00I
                   PERFORM SEND-BKR-SCREEN
               ELSE
                   PERFORM RECEIVE-BKR-SCREEN
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
                           PERFORM SEND-BKR-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * Action code drives the operation: I pulls up the case on
      * file, F records a new filing, U records the discharge or
      * dismissal (or corrected court/attorney details).
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           EVALUATE ACTIONI OF COBKR00I
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN 'U'
               WHEN 'u'
                   MOVE 'U' TO WS-RPC-OPERATION
                   PERFORM CASE-RPC
               WHEN OTHER
                   MOVE 'Action must be I, F or U...' TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACTIONL OF COBKR00I
                   PERFORM SEND-BKR-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CASE-RPC
      *----------------------------------------------------------------*
       CASE-RPC.

           IF ACCTIDINI OF COBKR00I = SPACES OR LOW-VALUES
            OR ACCTIDINI OF COBKR00I IS NOT NUMERIC
               MOVE 'Enter a numeric Account ID...' TO WS-MESSAGE
               SET ERR-FLG-ON TO TRUE
               MOVE -1 TO ACCTIDINL OF COBKR00I
               PERFORM SEND-BKR-SCREEN
           ELSE
               MOVE ACCTIDINI OF COBKR00I TO WS-RPC-ACCT-ID
               MOVE CASENUMI  OF COBKR00I TO WS-RPC-CASE-NUM
               MOVE CHAPTERI  OF COBKR00I TO WS-RPC-CHAPTER
               MOVE FILEDTI   OF COBKR00I TO WS-RPC-FILING-DATE
               MOVE COURTI    OF COBKR00I TO WS-RPC-COURT-NAME
               MOVE ATTYNMI   OF COBKR00I TO WS-RPC-ATTORNEY-NAME
               MOVE ATTYPHI   OF COBKR00I TO WS-RPC-ATTORNEY-PHONE
               MOVE CASESTSI  OF COBKR00I TO WS-RPC-CASE-STATUS
               MOVE DISPDTI   OF COBKR00I TO WS-RPC-DISPOSITION-DATE
               INSPECT WS-RPC-INPUT-PARMS
                   REPLACING ALL LOW-VALUES BY SPACES
               MOVE ZEROS TO WS-RPC-RESP-CODE
               MOVE SPACES TO WS-RPC-RESP-MSG

               PERFORM CALL-RPC-PROGRAM

               IF NOT ERR-FLG-ON
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE SPACES TO INFO1O OF COBKR00O
                   IF WS-RPC-RESP-CODE = 0
                       EVALUATE WS-RPC-OPERATION
                           WHEN 'I'
                               PERFORM POPULATE-CASE-FIELDS
                           WHEN 'F'
                               PERFORM FORMAT-FILING-SUMMARY
                           WHEN OTHER
                               MOVE WS-RPC-ACCTS-COVERED
                                 TO WS-COUNT-EDIT
                               STRING 'Accounts updated on the case: '
                                      WS-COUNT-EDIT
                                 DELIMITED BY SIZE
                                 INTO INFO1O OF COBKR00O
                       END-EVALUATE
                   END-IF
                   PERFORM SEND-BKR-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    POPULATE-CASE-FIELDS
      *----------------------------------------------------------------*
       POPULATE-CASE-FIELDS.

           MOVE WS-RPC-OUT-CASE-NUM     TO CASENUMO OF COBKR00O
           MOVE WS-RPC-OUT-CHAPTER      TO CHAPTERO OF COBKR00O
           MOVE WS-RPC-OUT-FILING-DATE  TO FILEDTO  OF COBKR00O
           MOVE WS-RPC-OUT-COURT-NAME   TO COURTO   OF COBKR00O
           MOVE WS-RPC-OUT-ATTORNEY-NAME
                                        TO ATTYNMO  OF COBKR00O
           MOVE WS-RPC-OUT-ATTORNEY-PHONE
                                        TO ATTYPHO  OF COBKR00O
           MOVE WS-RPC-OUT-CASE-STATUS  TO CASESTSO OF COBKR00O
           MOVE WS-RPC-OUT-DISPOSITION-DATE
                                        TO DISPDTO  OF COBKR00O
           MOVE WS-RPC-OUT-CUST-ID      TO CUSTIDO  OF COBKR00O

           EVALUATE WS-RPC-OUT-CASE-STATUS
               WHEN 'F'
                   MOVE 'FILED - AUTOMATIC STAY IN FORCE, NO COLLECTION
      -                ' CONTACT' TO INFO1O OF COBKR00O
               WHEN 'D'
                   MOVE 'DISCHARGED - AWAITING CHARGE-OFF, NO
      -                ' COLLECTION CONTACT' TO INFO1O OF COBKR00O
               WHEN 'C'
                   MOVE 'DISCHARGED AND CHARGED OFF - CASE CLOSED'
                     TO INFO1O OF COBKR00O
               WHEN 'X'
                   MOVE 'DISMISSED - SERVICING RESTORES IN THE NIGHTLY
      -                ' RUN' TO INFO1O OF COBKR00O
               WHEN 'R'
                   MOVE 'DISMISSED - NORMAL SERVICING RESTORED'
                     TO INFO1O OF COBKR00O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    FORMAT-FILING-SUMMARY
      *----------------------------------------------------------------*
       FORMAT-FILING-SUMMARY.

           MOVE WS-RPC-ACCTS-COVERED TO WS-COUNT-EDIT
           MOVE WS-RPC-CARDS-BLOCKED TO WS-COUNT2-EDIT
           MOVE WS-RPC-QUEUE-PULLED  TO WS-COUNT3-EDIT
           STRING 'Accounts covered: '   DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
                  '  Cards held: '       DELIMITED BY SIZE
                  WS-COUNT2-EDIT         DELIMITED BY SIZE
                  '  Pulled off workqueue: '
                                         DELIMITED BY SIZE
                  WS-COUNT3-EDIT         DELIMITED BY SIZE
             INTO INFO1O OF COBKR00O
           MOVE 'F' TO CASESTSO OF COBKR00O.

      *----------------------------------------------------------------*
      *                      CALL-RPC-PROGRAM
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID

           EXEC CICS LINK
                PROGRAM('COBKR01A')
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
                   MOVE 'Error calling bankruptcy service...' TO
                                   WS-MESSAGE
                   MOVE -1 TO ACCTIDINL OF COBKR00I
                   PERFORM SEND-BKR-SCREEN
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
      *                      SEND-BKR-SCREEN
      *----------------------------------------------------------------*
       SEND-BKR-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COBKR00O

           EXEC CICS SEND
                     MAP('COBKR00')
                     MAPSET('COBKR00')
                     FROM(COBKR00O)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-BKR-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-BKR-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COBKR00')
                     MAPSET('COBKR00')
                     INTO(COBKR00I)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COBKR00O
           MOVE CCDA-TITLE02           TO TITLE02O OF COBKR00O
           MOVE WS-TRANID              TO TRNNAMEO OF COBKR00O
           MOVE WS-PGMNAME             TO PGMNAMEO OF COBKR00O

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COBKR00O

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COBKR00O.

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
