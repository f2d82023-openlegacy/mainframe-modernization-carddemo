      ******************************************************************
      * Copybook:    CVMFT02Y
      * Purpose:     Outbound file partner record layout (FILEPRTN /
      *              MFP_FILE_NAME) - one row per outbound file naming
      *              the job that writes it, the party it goes to, how
      *              many hours that party has to acknowledge it, and
      *              whether a file is expected every business day.
      *              Read when a file is registered on the manifest
      *              (CSUTL1PL) to set its acknowledgment deadline, and
      *              by the morning exception report CBMFT02A to spot
      *              a daily file that was never produced. A file with
      *              no row here is registered to partner UNKNOWN with
      *              the house 24-hour SLA. Maintained by operations.
      ******************************************************************
       01  FILE-PARTNER-RECORD.
           05  MFP-FILE-NAME                     PIC X(08).
           05  MFP-JOB-NAME                      PIC X(08).
           05  MFP-PARTNER-ID                    PIC X(10).
           05  MFP-FILE-DESC                     PIC X(30).
           05  MFP-SLA-HOURS                     PIC S9(04) COMP.
      * D - expected every business day; O - only when there is
      * something to send
           05  MFP-FREQUENCY                     PIC X(01).
               88  MFP-DAILY                     VALUE 'D'.
               88  MFP-ON-DEMAND                 VALUE 'O'.
           05  MFP-ACTIVE-FLAG                   PIC X(01).
               88  MFP-ACTIVE                    VALUE 'Y'.
               88  MFP-INACTIVE                  VALUE 'N'.
