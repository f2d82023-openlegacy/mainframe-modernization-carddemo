      ******************************************************************
      * Copybook:    CVBVL01Y
      * Purpose:     Back-valued credit record layout (BACKVAL /
      *              BVL_TRAN_ID) - one row per payment or credit
      *              posted with an effective date earlier than the
      *              business date it reached the balance: keyed
      *              with an effective date through COTRN02A, a
      *              misapplied payment re-posted by COPXF01A, or a
      *              held lockbox deposit posted by CBACT47A. The
      *              nightly run CBACT98A picks up the pending rows,
      *              credits the interest the account was charged for
      *              the days in between (detail on INTADJ beside the
      *              INTCALC row it corrects), corrects the DAILYBAL
      *              snapshots for those days, and reverses any late
      *              fee the credit would have prevented.
      ******************************************************************
       01  BACK-VALUE-RECORD.
      * The back-valued credit's TRANSACT key.
           05  BVL-TRAN-ID                       PIC X(16).
           05  BVL-ACCT-ID                       PIC S9(11) COMP-3.
      * Amount credited - positive.
           05  BVL-CREDIT-AMT                    PIC S9(10)V99 COMP-3.
           05  BVL-EFF-DATE                      PIC X(10).
      * Business date the credit reached the balance. Spaces while a
      * memo-posted item waits on the queue - CBACT98A takes it from
      * the posted TRANSACT row once CBACT77A has applied it.
           05  BVL-POST-DATE                     PIC X(10).
           05  BVL-SOURCE-PGM                    PIC X(08).
      * Signed-on user who keyed or moved the credit - spaces for a
      * batch posting.
           05  BVL-USER-ID                       PIC X(08).
           05  BVL-STATUS                        PIC X(01).
               88  BVL-STATUS-PENDING            VALUE 'P'.
               88  BVL-STATUS-DONE               VALUE 'D'.
      * The credit was reversed, backed out or rejected from the
      * memo-post queue before it could be adjusted for.
               88  BVL-STATUS-VOID               VALUE 'V'.
      * Results - filled in by CBACT98A.
           05  BVL-DAYS-CORRECTED                PIC S9(05) COMP-3.
           05  BVL-INT-ADJ-AMT                   PIC S9(09)V99 COMP-3.
           05  BVL-FEE-REV-AMT                   PIC S9(09)V99 COMP-3.
           05  BVL-PROCESS-DATE                  PIC X(10).
           05  BVL-CREATE-TS                     PIC X(26).
