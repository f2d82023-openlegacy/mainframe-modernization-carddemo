      ******************************************************************
      * Copybook:    CSUTLYWY
      * Purpose:     Working-storage fields for the sanctions screening
      *              procedure logic (paired with procedure copybook
      *              CSUTLYPL). The caller sets the merchant's name,
      *              city and country code as the transaction carries
      *              them, then PERFORMs SCREEN-SANCTIONS.
      ******************************************************************
           10  WS-SCR-MERCH-NAME                 PIC X(50).
           10  WS-SCR-MERCH-CITY                 PIC X(50).
           10  WS-SCR-COUNTRY-CD                 PIC X(03).
      * The list entry that matched and the list it came from
           10  WS-SCR-MATCH-ENTRY                PIC X(50).
           10  WS-SCR-LIST-SOURCE                PIC X(10).
           10  WS-SCR-WL-FIRST-NAME              PIC X(25).
           10  WS-SCR-WL-LAST-NAME               PIC X(25).
           10  WS-SCR-REGION-NAME                PIC X(50).
           10  WS-SCR-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-SCR-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-SCR-MSG                        PIC X(80).
      * Values are the SANCHIT hit types (CVSAN02Y SNH-HIT-TYPE)
           10  WS-SCR-RESULT                     PIC X(01).
               88  SCR-NO-HIT                     VALUE 'N'.
               88  SCR-COUNTRY-HIT                VALUE 'C'.
               88  SCR-NAME-HIT                   VALUE 'W'.
               88  SCR-CHECK-ERROR                VALUE 'E'.
