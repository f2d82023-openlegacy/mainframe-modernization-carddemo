      ******************************************************************
      * Copybook:    CVCIV01Y
      * Purpose:     Caller identity verification record layout
      *              (CALLVRFY / CIV_VRFY_ID) - one row every time a
      *              user runs a caller through COCIV01A: which
      *              customer, which user and signon session, which
      *              question set, how many questions were asked and
      *              answered correctly, and the pass/fail outcome.
      *              A pass is what the high-risk services look for
      *              (shared check CSUTLXPL) before they act. A fail
      *              that brings the customer's failures in the last
      *              24 hours to the limit is flagged for the contact-
      *              change fraud report CBACT30A. Never updated.
      ******************************************************************
       01  CALL-VERIFY-RECORD.
           05  CIV-VRFY-ID                       PIC S9(18) COMP-3.
           05  CIV-CUST-ID                       PIC S9(09) COMP.
           05  CIV-USR-ID                        PIC X(08).
      * The user's signon (SEC_SESSION SES_ID) the answers were
      * taken in - a pass only counts inside the same session.
           05  CIV-SES-ID                        PIC S9(18) COMP-3.
      * Question set (CIVQSET CIQ_SET_ID) the caller was asked
           05  CIV-METHOD                        PIC X(08).
           05  CIV-ASKED-CNT                     PIC S9(04) COMP.
           05  CIV-PASSED-CNT                    PIC S9(04) COMP.
           05  CIV-RESULT                        PIC X(01).
               88  CIV-RESULT-PASS               VALUE 'P'.
               88  CIV-RESULT-FAIL               VALUE 'F'.
      * Y - this failure reached the repeated-failure limit
           05  CIV-FLAG-IND                      PIC X(01).
               88  CIV-FLAGGED                   VALUE 'Y'.
               88  CIV-NOT-FLAGGED               VALUE 'N'.
           05  CIV-CREATE-TS                     PIC X(26).
