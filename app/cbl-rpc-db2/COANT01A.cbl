000001******************************************************************
      * Program:     COANT01A                                          *
      * Function:    Account notes (CSR memo pad) RPC service          *
      * Description: Adds a note to an account's ACCTNOTE history and *
      *              lists the account's notes newest first, eight at *
      *              a time (pass the oldest note ID already shown to *
      *              page further back). The account may be given by *
      *              ID or by any card on it. Called by the notes     *
      *              screen COANT00U and, for the latest note, by the *
      *              account view and servicing workqueue screens     *
      *              through procedure copybook CSUTLKPL.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COANT01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COANT01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-WRITE-ERROR                 VALUE 5.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-CARD-NUM                PIC X(16).
       01 HOST-ACCT-COUNT              PIC S9(04) COMP.
       01 HOST-NOTE-COUNT              PIC S9(09) COMP.
       01 HOST-BEFORE-NOTE-ID          PIC S9(18) COMP-3.
       01 HOST-NOTE-ID-SEQ             PIC S9(18) COMP-3.

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVANT01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'A' add a note; 'L' list the account's notes newest
      *      first, older than LK-IN-BEFORE-NOTE-ID when it is set
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-ADD-NOTE                    VALUE 'A'.
                88 OP-LIST-NOTES                  VALUE 'L'.
             10 LK-IN-ACCT-ID           PIC X(11).
             10 LK-IN-CARD-NUM          PIC X(16).
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-SOURCE-PGM        PIC X(08).
             10 LK-IN-NOTE-TYPE         PIC X(02).
             10 LK-IN-NOTE-TEXT         PIC X(100).
             10 LK-IN-BEFORE-NOTE-ID    PIC 9(18).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-ACCT-ID          PIC 9(11).
      *      All notes on the account, not just this page
             10 LK-OUT-NOTE-COUNT       PIC S9(09) COMP.
             10 LK-OUT-ITEM-COUNT       PIC S9(04) COMP.
             10 LK-OUT-ITEM-DATA OCCURS 0 TO 8 TIMES
                DEPENDING ON LK-OUT-ITEM-COUNT.
                15 LK-OUT-NOTE-ID       PIC 9(18).
                15 LK-OUT-NOTE-TYPE     PIC X(02).
                15 LK-OUT-NOTE-TEXT     PIC X(100).
                15 LK-OUT-USER-ID       PIC X(08).
                15 LK-OUT-SOURCE-PGM    PIC X(08).
                15 LK-OUT-CREATE-TS     PIC X(26).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-ACCT-ID
           MOVE ZEROS TO LK-OUT-NOTE-COUNT
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           EVALUATE TRUE
               WHEN OP-ADD-NOTE
                   PERFORM 1000-RESOLVE-ACCOUNT
                      THRU 1000-RESOLVE-ACCOUNT-EXIT
                   IF RPC-RESP-OK
                       PERFORM 2000-ADD-NOTE
                          THRU 2000-ADD-NOTE-EXIT
                   END-IF
               WHEN OP-LIST-NOTES
                   PERFORM 1000-RESOLVE-ACCOUNT
                      THRU 1000-RESOLVE-ACCOUNT-EXIT
                   IF RPC-RESP-OK
                       PERFORM 3000-LIST-NOTES
                          THRU 3000-LIST-NOTES-EXIT
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be A or L...' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    1000-RESOLVE-ACCOUNT
      * The account ID when one is given, otherwise the account the
      * card belongs to - the suspense and fraud screens know the
      * card before they know the account.
      *----------------------------------------------------------------*
       1000-RESOLVE-ACCOUNT.

           IF LK-IN-ACCT-ID NOT = SPACES
              AND LK-IN-ACCT-ID NOT = LOW-VALUES
               IF LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
                   GO TO 1000-RESOLVE-ACCOUNT-EXIT
               END-IF
               COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
               MOVE WS-ACCT-ID-N TO HOST-ACCT-ID

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ACCT-COUNT
                   FROM ACCTDAT
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 1000-RESOLVE-ACCOUNT-EXIT
               END-IF
               IF HOST-ACCT-COUNT = 0
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   GO TO 1000-RESOLVE-ACCOUNT-EXIT
               END-IF
           ELSE
               IF LK-IN-CARD-NUM = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID or Card Number is required...'
                     TO WS-RESP-MSG
                   GO TO 1000-RESOLVE-ACCOUNT-EXIT
               END-IF
               MOVE LK-IN-CARD-NUM TO HOST-CARD-NUM

               EXEC SQL
                   SELECT XREF_ACCT_ID
                   INTO :HOST-ACCT-ID
                   FROM CXACAIX
                   WHERE XREF_CARD_NUM = :HOST-CARD-NUM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                       MOVE 'Card is NOT on file...' TO WS-RESP-MSG
                       GO TO 1000-RESOLVE-ACCOUNT-EXIT
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read card xref - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                       GO TO 1000-RESOLVE-ACCOUNT-EXIT
               END-EVALUATE
           END-IF

           MOVE HOST-ACCT-ID TO ANT-ACCT-ID
           MOVE HOST-ACCT-ID TO LK-OUT-ACCT-ID.
       1000-RESOLVE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                        2000-ADD-NOTE
      *----------------------------------------------------------------*
       2000-ADD-NOTE.

      *    An untyped note is a general note.
           IF LK-IN-NOTE-TYPE = SPACES OR LOW-VALUES
               SET ANT-TYPE-GENERAL TO TRUE
           ELSE
               MOVE LK-IN-NOTE-TYPE TO ANT-NOTE-TYPE
           END-IF
           IF NOT ANT-NOTE-TYPE-VALID
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Note type must be GN CT PY DS FR CO CP or AM...'
                 TO WS-RESP-MSG
               GO TO 2000-ADD-NOTE-EXIT
           END-IF

           IF LK-IN-NOTE-TEXT = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'Note text can NOT be empty...' TO WS-RESP-MSG
               GO TO 2000-ADD-NOTE-EXIT
           END-IF

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-INVALID-INPUT TO TRUE
               MOVE 'User ID is required to leave a note...'
                 TO WS-RESP-MSG
               GO TO 2000-ADD-NOTE-EXIT
           END-IF

           EXEC SQL
               SELECT NEXT VALUE FOR ANT_NOTE_ID_SEQ
               INTO :HOST-NOTE-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to assign note ID - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 2000-ADD-NOTE-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO ANT-CREATE-TS

           MOVE HOST-NOTE-ID-SEQ TO ANT-NOTE-ID
           MOVE LK-IN-NOTE-TEXT  TO ANT-NOTE-TEXT
           MOVE LK-IN-USER-ID    TO ANT-USER-ID
           MOVE LK-IN-SOURCE-PGM TO ANT-SOURCE-PGM
           INSPECT ANT-NOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ANT-SOURCE-PGM REPLACING ALL LOW-VALUES BY SPACES

           EXEC SQL
               INSERT INTO ACCTNOTE
               (ANT_NOTE_ID, ANT_ACCT_ID, ANT_NOTE_TYPE,
                ANT_NOTE_TEXT, ANT_USER_ID, ANT_SOURCE_PGM,
                ANT_CREATE_TS)
               VALUES
               (:ANT-NOTE-ID, :ANT-ACCT-ID, :ANT-NOTE-TYPE,
                :ANT-NOTE-TEXT, :ANT-USER-ID, :ANT-SOURCE-PGM,
                :ANT-CREATE-TS)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'Note added to account...' TO WS-RESP-MSG
      *        Hand back the account's history with the new note on
      *        top so the caller can show it straight away.
               MOVE ZEROS TO LK-IN-BEFORE-NOTE-ID
               PERFORM 3000-LIST-NOTES
                  THRU 3000-LIST-NOTES-EXIT
               IF RPC-RESP-OK
                   MOVE 'Note added to account...' TO WS-RESP-MSG
               END-IF
           ELSE
               SET RPC-RESP-WRITE-ERROR TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to add note - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.
       2000-ADD-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       3000-LIST-NOTES
      * Newest first. A zero before-ID starts from the newest note;
      * otherwise the page starts below the note ID given.
      *----------------------------------------------------------------*
       3000-LIST-NOTES.

           MOVE ZEROS TO WS-LIST-COUNT
           MOVE ZEROS TO LK-OUT-ITEM-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-NOTE-COUNT
               FROM ACCTNOTE
               WHERE ANT_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to count notes - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-NOTES-EXIT
           END-IF
           MOVE HOST-NOTE-COUNT TO LK-OUT-NOTE-COUNT

           IF LK-IN-BEFORE-NOTE-ID IS NUMERIC
              AND LK-IN-BEFORE-NOTE-ID > ZEROS
               MOVE LK-IN-BEFORE-NOTE-ID TO HOST-BEFORE-NOTE-ID
           ELSE
               MOVE 999999999999999999 TO HOST-BEFORE-NOTE-ID
           END-IF

           EXEC SQL
               DECLARE CUR-ANT-LIST CURSOR FOR
               SELECT ANT_NOTE_ID, ANT_NOTE_TYPE, ANT_NOTE_TEXT,
                      ANT_USER_ID, ANT_SOURCE_PGM, ANT_CREATE_TS
               FROM ACCTNOTE
               WHERE ANT_ACCT_ID = :HOST-ACCT-ID
               AND   ANT_NOTE_ID < :HOST-BEFORE-NOTE-ID
               ORDER BY ANT_NOTE_ID DESC
               FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-ANT-LIST
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list notes - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3000-LIST-NOTES-EXIT
           END-IF

           PERFORM 3100-FETCH-NOTE
               UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 8

           EXEC SQL
               CLOSE CUR-ANT-LIST
           END-EXEC

           IF WS-LIST-COUNT = 0
               IF HOST-NOTE-COUNT = 0
                   MOVE 'No notes on this account...' TO WS-RESP-MSG
               ELSE
                   MOVE 'No older notes on this account...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.
       3000-LIST-NOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       3100-FETCH-NOTE
      *----------------------------------------------------------------*
       3100-FETCH-NOTE.

           EXEC SQL
               FETCH CUR-ANT-LIST
               INTO :ANT-NOTE-ID, :ANT-NOTE-TYPE, :ANT-NOTE-TEXT,
                    :ANT-USER-ID, :ANT-SOURCE-PGM, :ANT-CREATE-TS
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-ITEM-COUNT
               MOVE ANT-NOTE-ID    TO LK-OUT-NOTE-ID(WS-LIST-COUNT)
               MOVE ANT-NOTE-TYPE  TO LK-OUT-NOTE-TYPE(WS-LIST-COUNT)
               MOVE ANT-NOTE-TEXT  TO LK-OUT-NOTE-TEXT(WS-LIST-COUNT)
               MOVE ANT-USER-ID    TO LK-OUT-USER-ID(WS-LIST-COUNT)
               MOVE ANT-SOURCE-PGM
                 TO LK-OUT-SOURCE-PGM(WS-LIST-COUNT)
               MOVE ANT-CREATE-TS  TO LK-OUT-CREATE-TS(WS-LIST-COUNT)
           END-IF.
