             10 WS-RPC-START-DATE       PIC X(10).
             10 WS-RPC-END-DATE         PIC X(10).
             10 WS-RPC-DEST-NOTE        PIC X(40).
             10 WS-RPC-USER-ID          PIC X(08).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID

           EXEC CICS LINK
                PROGRAM('COTRV01A')
                COMMAREA(WS-RPC-COMMAREA)
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
