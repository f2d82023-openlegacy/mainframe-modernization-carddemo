      ******************************************************************
      * Copybook:    CSUTLZWY
      * Purpose:     Working-storage fields for the postal address
      *              check procedure logic (paired with procedure
      *              copybook CSUTLZPL). The caller sets the ZIP, state
      *              and city of a US address, then PERFORMs
      *              VALIDATE-ZIP-ADDRESS.
      ******************************************************************
           10  WS-ZIPV-ZIP                       PIC X(10).
           10  WS-ZIPV-STATE-CD                  PIC X(02).
           10  WS-ZIPV-CITY                      PIC X(50).
      * The 5-digit ZIP and, when found, the state it belongs to and
      * the postal service's preferred city name for it
           10  WS-ZIPV-ZIP5                      PIC X(05).
           10  WS-ZIPV-REF-STATE-CD              PIC X(02).
           10  WS-ZIPV-REF-CITY                  PIC X(50).
           10  WS-ZIPV-CITY-COUNT                PIC S9(09) COMP.
           10  WS-ZIPV-SQL-STATUS                PIC S9(09) COMP.
           10  WS-ZIPV-SQLCODE-DISPLAY           PIC -9(09).
           10  WS-ZIPV-MSG                       PIC X(80).
           10  WS-ZIPV-RESULT                    PIC X(01).
               88  ZIPV-OK                        VALUE 'Y'.
               88  ZIPV-BAD-ZIP                   VALUE 'Z'.
               88  ZIPV-STATE-MISMATCH            VALUE 'S'.
               88  ZIPV-CITY-MISMATCH             VALUE 'C'.
               88  ZIPV-CHECK-ERROR               VALUE 'E'.
