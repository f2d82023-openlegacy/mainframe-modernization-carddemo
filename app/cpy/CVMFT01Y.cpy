      ******************************************************************
      * Copybook:    CVMFT01Y
      * Purpose:     Outbound file manifest record layout (FILEMFST /
      *              MFT_FILE_ID) - one row per file a batch job hands
      *              to an outside party, registered by the job that
      *              wrote it (shared logic CSUTL1PL) with its record
      *              count and control total. The sequence number runs
      *              per file name; a rerun that rewrites the same
      *              file for the same business date replaces its row
      *              under the same number and waits for a fresh
      *              acknowledgment. CBMFT01A marks each file Accepted
      *              or Rejected from the partners' returns; CBMFT02A
      *              reports every file still unacknowledged past its
      *              SLA, and every rejected file not yet resent.
      ******************************************************************
       01  FILE-MANIFEST-RECORD.
           05  MFT-FILE-ID                       PIC S9(18) COMP-3.
           05  MFT-JOB-NAME                      PIC X(08).
      * The file's logical (DD) name - GLEXTRCT, BUREXT, ...
           05  MFT-FILE-NAME                     PIC X(08).
           05  MFT-PARTNER-ID                    PIC X(10).
           05  MFT-BUS-DATE                      PIC X(10).
           05  MFT-SEQ-NUM                       PIC S9(09) COMP.
           05  MFT-RECORD-COUNT                  PIC S9(09) COMP.
      * A - dollar total of the file's amounts; H - hash total of a
      * key field (high-order digits truncated)
           05  MFT-CONTROL-TOTAL                 PIC S9(15)V99 COMP-3.
           05  MFT-CONTROL-TYPE                  PIC X(01).
               88  MFT-CONTROL-AMOUNT            VALUE 'A'.
               88  MFT-CONTROL-HASH              VALUE 'H'.
      * S - sent, awaiting acknowledgment; A - accepted; R - rejected
      * by the partner; D - accepted, but the partner's count or
      * total does not agree with ours
           05  MFT-STATUS                        PIC X(01).
               88  MFT-SENT                      VALUE 'S'.
               88  MFT-ACCEPTED                  VALUE 'A'.
               88  MFT-REJECTED                  VALUE 'R'.
               88  MFT-DISCREPANCY               VALUE 'D'.
           05  MFT-SENT-TS                       PIC X(26).
           05  MFT-ACK-DUE-TS                    PIC X(26).
           05  MFT-ACK-TS                        PIC X(26).
           05  MFT-ACK-RECORD-COUNT              PIC S9(09) COMP.
           05  MFT-ACK-CONTROL-TOTAL             PIC S9(15)V99 COMP-3.
           05  MFT-REJECT-REASON                 PIC X(50).
