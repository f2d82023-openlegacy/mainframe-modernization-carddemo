      ******************************************************************
      * Copybook:    CVERS01Y
      * Purpose:     Customer data-erasure request record layout
      *              (ERASREQ / ERS_REQUEST_ID) - one row per
      *              right-to-erasure request staged by COERS01A and
      *              worked by the nightly anonymization job
      *              CBERS01A, which either anonymizes the customer
      *              and completes the request or refuses it with the
      *              reason the data must still be kept. CBERS01A
      *              also writes a completed row for every customer
      *              it anonymizes on the retention clock, so this
      *              table is the record of every erasure performed.
      ******************************************************************
       01  ERASURE-REQUEST-RECORD.
           05  ERS-REQUEST-ID                    PIC S9(18) COMP-3.
           05  ERS-CUST-ID                       PIC S9(09) COMP-3.
           05  ERS-SOURCE                        PIC X(01).
               88  ERS-SOURCE-REQUEST            VALUE 'Q'.
               88  ERS-SOURCE-RETENTION          VALUE 'R'.
           05  ERS-STATUS                        PIC X(01).
               88  ERS-STATUS-PENDING            VALUE 'P'.
               88  ERS-STATUS-COMPLETE           VALUE 'C'.
               88  ERS-STATUS-REFUSED            VALUE 'R'.
      * Why a refused request could not be honored yet - an account
      * not yet settled, a legal hold, an open dispute, an open
      * recovery, an open bureau dispute or a pending data export.
           05  ERS-REFUSE-REASON                 PIC X(30).
           05  ERS-REQUEST-USER-ID               PIC X(08).
           05  ERS-REQUEST-TS                    PIC X(26).
           05  ERS-COMPLETE-TS                   PIC X(26).
