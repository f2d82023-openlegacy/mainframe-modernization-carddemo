      ******************************************************************
      * Copybook:    CVPNA02Y
      * Purpose:     Penalty pricing history record layout (PENHIST
      *              / PNH_ACCT_ID + PNH_EVENT_TS) - one row per
      *              penalty pricing event written by CBACT69A in the
      *              same unit of work as the PENALTY (CVPNA01Y)
      *              change: the advance notice, the rate taking
      *              effect, each six-cycle review and the
      *              restoration of the standard rate. This is the
      *              CARD Act re-evaluation record compliance shows
      *              the examiners.
      ******************************************************************
       01  PENALTY-HISTORY-RECORD.
           05  PNH-ACCT-ID                       PIC S9(11) COMP-3.
           05  PNH-EVENT-TS                      PIC X(26).
           05  PNH-EVENT-CD                      PIC X(01).
               88  PNH-EVENT-NOTICED             VALUE 'N'.
               88  PNH-EVENT-EFFECTIVE           VALUE 'E'.
               88  PNH-EVENT-REVIEWED            VALUE 'V'.
               88  PNH-EVENT-RESTORED            VALUE 'R'.
           05  PNH-EVENT-DATE                    PIC X(10).
      * APR in force after the event.
           05  PNH-APR                           PIC S9(03)V9(02)
                                                  COMP-3.
      * On-time cycles counted at a review; zero for other events.
           05  PNH-ONTIME-CYCLES                 PIC 9(03).
           05  PNH-REASON                        PIC X(60).
