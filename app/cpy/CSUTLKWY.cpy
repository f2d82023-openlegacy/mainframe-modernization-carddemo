      ******************************************************************
      * Copybook:    CSUTLKWY
      * Purpose:     Working-storage fields for the latest-account-
      *              note lookup used by the servicing screens
      *              (paired with procedure copybook CSUTLKPL). The
      *              commarea mirrors COANT01A's; the caller sets
      *              WS-NOTE-ACCT-ID (or WS-NOTE-CARD-NUM when only
      *              the card is known) and gets WS-NOTE-LATEST-LINE
      *              back ready to show.
      ******************************************************************
           10  WS-NOTE-ACCT-ID                   PIC X(11).
           10  WS-NOTE-CARD-NUM                  PIC X(16).
           10  WS-NOTE-LATEST-LINE               PIC X(78).
           10  WS-NOTE-RPC-PGM                   PIC X(08)
                                                 VALUE 'COANT01A'.
           10  WS-NOTE-RESP                      PIC S9(08) COMP.
           10  WS-NOTE-COMMAREA.
               15  WS-NOTE-IN-OPERATION          PIC X(01).
               15  WS-NOTE-IN-ACCT-ID            PIC X(11).
               15  WS-NOTE-IN-CARD-NUM           PIC X(16).
               15  WS-NOTE-IN-USER-ID            PIC X(08).
               15  WS-NOTE-IN-SOURCE-PGM         PIC X(08).
               15  WS-NOTE-IN-NOTE-TYPE          PIC X(02).
               15  WS-NOTE-IN-NOTE-TEXT          PIC X(100).
               15  WS-NOTE-IN-BEFORE-NOTE-ID     PIC 9(18).
               15  WS-NOTE-RESP-CODE             PIC S9(04) COMP.
               15  WS-NOTE-RESP-MSG              PIC X(80).
               15  WS-NOTE-OUT-ACCT-ID           PIC 9(11).
               15  WS-NOTE-OUT-NOTE-COUNT        PIC S9(09) COMP.
               15  WS-NOTE-OUT-ITEM-COUNT        PIC S9(04) COMP.
               15  WS-NOTE-OUT-ITEM OCCURS 8 TIMES.
                   20  WS-NOTE-OUT-NOTE-ID       PIC 9(18).
                   20  WS-NOTE-OUT-NOTE-TYPE     PIC X(02).
                   20  WS-NOTE-OUT-NOTE-TEXT     PIC X(100).
                   20  WS-NOTE-OUT-USER-ID       PIC X(08).
                   20  WS-NOTE-OUT-SOURCE-PGM    PIC X(08).
                   20  WS-NOTE-OUT-CREATE-TS     PIC X(26).
