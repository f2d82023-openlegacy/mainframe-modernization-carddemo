******************************************************************
      * Program     :  COMEN01S.CBL
      * Function    : Main menu - built from the menu definition table
      *               (COMEN02Y), listing only the options the user's
      *               role holds the SEC_ROLE_FUNC permission for, ten
      *               to a page (PF7/PF8), and routing to the chosen
      *               screen. User administration (COADM01S) is listed
      *               for admin users only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMEN01S.
         05 WS-TRANID                  PIC X(04) VALUE 'ALUM'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-MENU-IDX                PIC S9(04) COMP VALUE ZEROS.
         05 WS-VIS-POS                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-SLOT                    PIC S9(04) COMP VALUE ZEROS.
         05 WS-PAGE-FIRST              PIC S9(04) COMP VALUE ZEROS.
         05 WS-PAGE-COUNT              PIC 9(02) VALUE ZEROS.
         05 WS-PAGE-SIZE               PIC 9(02) VALUE 10.
         05 WS-OPT-LINE                PIC X(40) VALUE SPACES.
         05 WS-OPTION-X                PIC X(02) VALUE SPACES.
         05 WS-OPTION-NUM REDEFINES WS-OPTION-X
                                       PIC 9(02).
         05 WS-OPT-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 MENU-OPTION-FOUND                  VALUE 'Y'.
           88 MENU-OPTION-NOT-FOUND              VALUE 'N'.

      * Simple constants for header display
       COPY COTTL01Y.
       COPY CSMSG01Y.

       COPY COCOM01Y.
      * The menu page shown and the options this user may see -
      * positions in the COMEN02Y table, worked out once on entry
      * so paging does not repeat the permission checks.
          05 CDEMO-MN01-INFO.
             10 CDEMO-MN01-PAGE-NUM        PIC 9(02).
             10 CDEMO-MN01-VISIBLE-CNT     PIC 9(02).
             10 CDEMO-MN01-VISIBLE-IDX     PIC 9(02) OCCURS 40 TIMES.

       COPY COMEN02Y.

      * Role permission check - the COSEC01A commarea and the
      * allowed/denied answer it comes back with.
      * First time in - build and send the menu
                   SET CDEMO-PGM-REENTER TO TRUE
                   MOVE LOW-VALUES TO COMEN1AO
                   PERFORM LOAD-VISIBLE-OPTIONS
                   MOVE 1 TO CDEMO-MN01-PAGE-NUM
                   PERFORM BUILD-MENU-OPTIONS
                   PERFORM SEND-SCREEN
               ELSE
                       WHEN DFHPF3
                           MOVE 'COSGN00S' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF7
                           PERFORM PROCESS-PF7-KEY
                       WHEN DFHPF8
                           PERFORM PROCESS-PF8-KEY
                       WHEN OTHER
                           MOVE CCDA-MSG-INVALID-KEY TO WS-MESSAGE
                           PERFORM BUILD-MENU-OPTIONS

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * The option typed must be one listed for this user - on any
      * page, not only the one showing.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           MOVE OPTIONI OF COMEN1AI TO WS-OPTION-X
           IF WS-OPTION-X(2:1) = SPACE OR LOW-VALUE
               MOVE WS-OPTION-X(1:1) TO WS-OPTION-X(2:1)
               MOVE '0' TO WS-OPTION-X(1:1)
           END-IF

           SET MENU-OPTION-NOT-FOUND TO TRUE
           IF WS-OPTION-X IS NUMERIC
               PERFORM FIND-VISIBLE-OPTION
                  VARYING WS-VIS-POS FROM 1 BY 1
                  UNTIL WS-VIS-POS > CDEMO-MN01-VISIBLE-CNT
                     OR MENU-OPTION-FOUND
           END-IF

           EVALUATE TRUE
               WHEN MENU-OPTION-NOT-FOUND
                   MOVE 'Please enter a valid option number'
                       TO WS-MESSAGE
                   PERFORM BUILD-MENU-OPTIONS
                   PERFORM SEND-SCREEN
               WHEN CDEMO-MENU-OPT-ADMIN-ONLY(WS-MENU-IDX)
                AND NOT CDEMO-USRTYP-ADMIN
                   MOVE 'Invalid option - admin access required'
                       TO WS-MESSAGE
                   PERFORM BUILD-MENU-OPTIONS
                   PERFORM SEND-SCREEN
               WHEN CDEMO-MENU-OPT-PGMNAME(WS-MENU-IDX) = 'COSGN00S'
                   MOVE 'COSGN00S' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               WHEN CDEMO-MENU-OPT-FUNC-CD(WS-MENU-IDX) = SPACES
                   MOVE CDEMO-MENU-OPT-PGMNAME(WS-MENU-IDX)
                       TO CDEMO-TO-PROGRAM
                   PERFORM XCTL-TO-OPTION-PROGRAM
               WHEN OTHER
                   MOVE CDEMO-MENU-OPT-PGMNAME(WS-MENU-IDX)
                       TO CDEMO-TO-PROGRAM
                   MOVE CDEMO-MENU-OPT-FUNC-CD(WS-MENU-IDX)
                       TO WS-SEC-FUNCTION-CD
                   PERFORM XCTL-IF-PERMITTED
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      FIND-VISIBLE-OPTION
      *----------------------------------------------------------------*
       FIND-VISIBLE-OPTION.

           MOVE CDEMO-MN01-VISIBLE-IDX(WS-VIS-POS) TO WS-MENU-IDX
           IF CDEMO-MENU-OPT-NUM(WS-MENU-IDX) = WS-OPTION-NUM
               SET MENU-OPTION-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PF7-KEY
      *----------------------------------------------------------------*
       PROCESS-PF7-KEY.

           IF CDEMO-MN01-PAGE-NUM > 1
               SUBTRACT 1 FROM CDEMO-MN01-PAGE-NUM
           ELSE
               MOVE 'You are already at the top of the menu'
                   TO WS-MESSAGE
           END-IF
           PERFORM BUILD-MENU-OPTIONS
           PERFORM SEND-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-PF8-KEY
      *----------------------------------------------------------------*
       PROCESS-PF8-KEY.

           PERFORM COMPUTE-PAGE-COUNT
           IF CDEMO-MN01-PAGE-NUM < WS-PAGE-COUNT
               ADD 1 TO CDEMO-MN01-PAGE-NUM
           ELSE
               MOVE 'You are already at the bottom of the menu'
                   TO WS-MESSAGE
           END-IF
           PERFORM BUILD-MENU-OPTIONS
           PERFORM SEND-SCREEN.

      *----------------------------------------------------------------*
      *                      XCTL-IF-PERMITTED
      * Blanked-out options can still be typed - the selection is
      *----------------------------------------------------------------*
       XCTL-IF-PERMITTED.

           PERFORM CHECK-FUNCTION-ACCESS
           IF SEC-FUNCTION-ALLOWED
               PERFORM XCTL-TO-OPTION-PROGRAM
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      LOAD-VISIBLE-OPTIONS
      * An option is listed when the signed-on user's role holds the
      * permission for its function code (COSEC01A); admin-only
      * options are listed for admin users only.
      *----------------------------------------------------------------*
       LOAD-VISIBLE-OPTIONS.

           MOVE ZEROS TO CDEMO-MN01-VISIBLE-CNT
           PERFORM CHECK-ONE-MENU-OPTION
              VARYING WS-MENU-IDX FROM 1 BY 1
              UNTIL WS-MENU-IDX > CDEMO-MENU-OPT-COUNT.

      *----------------------------------------------------------------*
      *                      CHECK-ONE-MENU-OPTION
      *----------------------------------------------------------------*
       CHECK-ONE-MENU-OPTION.

           SET SEC-FUNCTION-DENIED TO TRUE

           EVALUATE TRUE
               WHEN CDEMO-MENU-OPT-ADMIN-ONLY(WS-MENU-IDX)
                AND NOT CDEMO-USRTYP-ADMIN
                   CONTINUE
               WHEN CDEMO-MENU-OPT-FUNC-CD(WS-MENU-IDX) = SPACES
                   SET SEC-FUNCTION-ALLOWED TO TRUE
               WHEN OTHER
                   MOVE CDEMO-MENU-OPT-FUNC-CD(WS-MENU-IDX)
                       TO WS-SEC-FUNCTION-CD
                   PERFORM CHECK-FUNCTION-ACCESS
           END-EVALUATE

           IF SEC-FUNCTION-ALLOWED
               ADD 1 TO CDEMO-MN01-VISIBLE-CNT
               MOVE WS-MENU-IDX
                 TO CDEMO-MN01-VISIBLE-IDX(CDEMO-MN01-VISIBLE-CNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-PAGE-COUNT
      *----------------------------------------------------------------*
       COMPUTE-PAGE-COUNT.

           COMPUTE WS-PAGE-COUNT =
               (CDEMO-MN01-VISIBLE-CNT + WS-PAGE-SIZE - 1)
               / WS-PAGE-SIZE
           IF WS-PAGE-COUNT = 0
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-MENU-OPTIONS
      *----------------------------------------------------------------*
       BUILD-MENU-OPTIONS.

           MOVE SPACES TO OPTIONI OF COMEN1AI

           PERFORM COMPUTE-PAGE-COUNT
           IF CDEMO-MN01-PAGE-NUM < 1
           OR CDEMO-MN01-PAGE-NUM > WS-PAGE-COUNT
               MOVE 1 TO CDEMO-MN01-PAGE-NUM
           END-IF
           COMPUTE WS-PAGE-FIRST =
               (CDEMO-MN01-PAGE-NUM - 1) * WS-PAGE-SIZE + 1

           PERFORM FILL-ONE-MENU-SLOT
              VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-PAGE-SIZE

           MOVE SPACES TO PAGENOO OF COMEN1AO
           STRING 'Page ' CDEMO-MN01-PAGE-NUM
                  ' of ' WS-PAGE-COUNT
                  DELIMITED BY SIZE
             INTO PAGENOO OF COMEN1AO.

      *----------------------------------------------------------------*
      *                      FILL-ONE-MENU-SLOT
      *----------------------------------------------------------------*
       FILL-ONE-MENU-SLOT.

           COMPUTE WS-VIS-POS = WS-PAGE-FIRST + WS-SLOT - 1
           MOVE SPACES TO WS-OPT-LINE
           IF WS-VIS-POS <= CDEMO-MN01-VISIBLE-CNT
               MOVE CDEMO-MN01-VISIBLE-IDX(WS-VIS-POS)
                 TO WS-MENU-IDX
               STRING CDEMO-MENU-OPT-NUM(WS-MENU-IDX) '. '
                      CDEMO-MENU-OPT-NAME(WS-MENU-IDX)
                      DELIMITED BY SIZE
                 INTO WS-OPT-LINE
           END-IF

           EVALUATE WS-SLOT
               WHEN 1
                   MOVE WS-OPT-LINE TO OPT01O OF COMEN1AO
               WHEN 2
                   MOVE WS-OPT-LINE TO OPT02O OF COMEN1AO
               WHEN 3
                   MOVE WS-OPT-LINE TO OPT03O OF COMEN1AO
               WHEN 4
                   MOVE WS-OPT-LINE TO OPT04O OF COMEN1AO
               WHEN 5
                   MOVE WS-OPT-LINE TO OPT05O OF COMEN1AO
               WHEN 6
                   MOVE WS-OPT-LINE TO OPT06O OF COMEN1AO
               WHEN 7
                   MOVE WS-OPT-LINE TO OPT07O OF COMEN1AO
               WHEN 8
                   MOVE WS-OPT-LINE TO OPT08O OF COMEN1AO
               WHEN 9
                   MOVE WS-OPT-LINE TO OPT09O OF COMEN1AO
               WHEN 10
                   MOVE WS-OPT-LINE TO OPT10O OF COMEN1AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
           MOVE WS-TRANID TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME TO CDEMO-FROM-PROGRAM
           MOVE ZEROS TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
