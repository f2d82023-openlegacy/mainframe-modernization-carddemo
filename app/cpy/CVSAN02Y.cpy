      ******************************************************************
      * Copybook:    CVSAN02Y
      * Purpose:     Sanctions screening hit record layout (SANCHIT /
      *              SNH_HIT_ID) - one row per transaction the shared
      *              sanctions check (CSUTLYPL) stopped: an
      *              authorization declined by COAUT01A, or a clearing
      *              record suspended by CBACT18A as SANC. Every row
      *              waits as Pending for compliance review. A
      *              suspended item may only be reposted (COSUS01A)
      *              once its hit has been Cleared as a false
      *              positive; a Blocked hit stays out for good. The
      *              daily report CBSAN01A lists every hit and its
      *              disposition.
      ******************************************************************
       01  SANCTION-HIT-RECORD.
           05  SNH-HIT-ID                        PIC S9(18) COMP-3.
           05  SNH-SOURCE                        PIC X(01).
               88  SNH-SOURCE-AUTH               VALUE 'A'.
               88  SNH-SOURCE-CLEARING           VALUE 'C'.
      * C - merchant country/region on SANCCTRY; W - merchant name on
      * WATCHLST; E - the screen could not be completed and the
      * transaction was stopped rather than let through unscreened
           05  SNH-HIT-TYPE                      PIC X(01).
               88  SNH-HIT-COUNTRY               VALUE 'C'.
               88  SNH-HIT-WATCHLIST             VALUE 'W'.
               88  SNH-HIT-SCREEN-ERROR          VALUE 'E'.
           05  SNH-CARD-NUM                      PIC X(16).
           05  SNH-ACCT-ID                       PIC S9(11) COMP-3.
           05  SNH-MERCH-ID                      PIC S9(09) COMP.
           05  SNH-MERCH-NAME                    PIC X(50).
           05  SNH-MERCH-CITY                    PIC X(50).
           05  SNH-MERCH-COUNTRY-CD              PIC X(03).
           05  SNH-TRAN-AMT                      PIC S9(10)V99 COMP-3.
      * The list entry that matched - country/region or watchlist
      * name - and the list it came from
           05  SNH-MATCH-ENTRY                   PIC X(50).
           05  SNH-LIST-SOURCE                   PIC X(10).
      * D - authorization declined (SNH_AUTH_ID is the AUTHDAT
      * decline row); S - clearing record suspended (SNH_SUSP_ID is
      * the SUSPENSE row)
           05  SNH-DISPOSITION                   PIC X(01).
               88  SNH-DECLINED                  VALUE 'D'.
               88  SNH-SUSPENDED                 VALUE 'S'.
           05  SNH-AUTH-ID                       PIC S9(18) COMP-3.
           05  SNH-SUSP-ID                       PIC S9(18) COMP-3.
           05  SNH-REVIEW-STATUS                 PIC X(01).
               88  SNH-REVIEW-PENDING            VALUE 'P'.
               88  SNH-REVIEW-CLEARED            VALUE 'C'.
               88  SNH-REVIEW-BLOCKED            VALUE 'B'.
           05  SNH-REVIEWER-ID                   PIC X(08).
           05  SNH-REVIEW-TS                     PIC X(26).
           05  SNH-CREATE-TS                     PIC X(26).
