      *      unclassified (see COMER01A)
             10 WS-RPC-MERCH-MCC        PIC X(04).
             10 WS-RPC-USER-ID          PIC X(08).
      *      Country not captured on this screen - spaces mean
      *      domestic on an add, unchanged on an update
             10 WS-RPC-MERCH-COUNTRY    PIC X(03).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).

           MOVE MIDINI   OF COMER00I TO WS-RPC-MERCH-ID
           MOVE SPACES TO WS-RPC-MERCH-MCC
           MOVE SPACES TO WS-RPC-MERCH-COUNTRY
           MOVE MNAMEINI OF COMER00I TO WS-RPC-MERCH-NAME
           MOVE MCITYINI OF COMER00I TO WS-RPC-MERCH-CITY
           MOVE MZIPINI  OF COMER00I TO WS-RPC-MERCH-ZIP
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
