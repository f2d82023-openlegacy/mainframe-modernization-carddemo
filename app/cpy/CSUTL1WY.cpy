      ******************************************************************
      * Copybook:    CSUTL1WY
      * Purpose:     Working-storage fields for the outbound file
      *              manifest registration procedure logic (paired
      *              with procedure copybook CSUTL1PL). The caller sets
      *              the job, file name, business date, record count
      *              and control total of a file it has just closed,
      *              then PERFORMs REGISTER-OUTBOUND-FILE.
      ******************************************************************
           10  WS-MFT-JOB-NAME                   PIC X(08).
           10  WS-MFT-FILE-NAME                  PIC X(08).
           10  WS-MFT-BUS-DATE                   PIC X(10).
           10  WS-MFT-RECORD-COUNT               PIC S9(09) COMP.
           10  WS-MFT-CONTROL-TOTAL              PIC S9(15)V99 COMP-3.
      * A - amount total; H - hash total (see CVMFT01Y)
           10  WS-MFT-CONTROL-TYPE               PIC X(01).
      * Returned - the manifest row and the file's sequence number
           10  WS-MFT-FILE-ID                    PIC S9(18) COMP-3.
           10  WS-MFT-SEQ-NUM                    PIC S9(09) COMP.
           10  WS-MFT-PARTNER-ID                 PIC X(10).
           10  WS-MFT-SLA-HOURS                  PIC S9(04) COMP.
           10  WS-MFT-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-MFT-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-MFT-ERR-FLG                    PIC X(01).
               88  MFT-ERR-ON                     VALUE 'Y'.
               88  MFT-ERR-OFF                    VALUE 'N'.
