      ******************************************************************
      * Copybook:    CVAML02Y
      * Purpose:     AML case record layout (AMLCASE / AMC_CASE_ID) -
      *              one row per scenario hit the nightly monitor
      *              CBACT71A opens, with the triggering transactions
      *              attached on AMLCTRN (CVAML03Y). The BSA
      *              investigators work the queue through COAML01A /
      *              COAML00U and record the SAR-filed or no-action
      *              decision here; every case ever opened for the
      *              customer stays on file as the history an
      *              examiner asks for.
      ******************************************************************
       01  AML-CASE-RECORD.
           05  AMC-CASE-ID                       PIC S9(18) COMP-3.
           05  AMC-CUST-ID                       PIC 9(09).
           05  AMC-ACCT-ID                       PIC S9(11) COMP-3.
           05  AMC-RULE-ID                       PIC X(04).
           05  AMC-OPEN-DATE                     PIC X(10).
           05  AMC-STATUS                        PIC X(01).
               88  AMC-STATUS-OPEN               VALUE 'O'.
               88  AMC-STATUS-IN-REVIEW          VALUE 'W'.
               88  AMC-STATUS-SAR-FILED          VALUE 'S'.
               88  AMC-STATUS-NO-ACTION          VALUE 'N'.
               88  AMC-STATUS-WORKABLE           VALUES 'O' 'W'.
      * Total and count of the attached transactions.
           05  AMC-ALERT-AMT                     PIC S9(10)V99
                                                  COMP-3.
           05  AMC-TRAN-COUNT                    PIC S9(04) COMP.
           05  AMC-ALERT-DESC                    PIC X(60).
      * Spaces until an investigator takes the case.
           05  AMC-INVESTIGATOR-ID               PIC X(08).
           05  AMC-DECISION-DATE                 PIC X(10).
      * FinCEN BSA ID of the filed SAR - spaces on a no-action close.
           05  AMC-SAR-REF-NUM                   PIC X(20).
           05  AMC-DECISION-NOTES                PIC X(100).
           05  AMC-CREATE-TS                     PIC X(26).
           05  AMC-UPDATE-TS                     PIC X(26).
