      ******************************************************************
      * Copybook:    CVDRL01Y
      * Purpose:     Disaster relief event record layout (DSTEVENT /
      *              DRE_EVENT_ID) - one row per declared disaster
      *              (hurricane, wildfire, flood) the bank offers
      *              relief for: the relief window and the terms that
      *              apply to every account enrolled in the event. The
      *              affected ZIP codes are on DSTZIP (CVDRL02Y); the
      *              enrolled accounts on DSTENROL (CVDRL03Y). Rows
      *              are set up by the disaster response team; the end
      *              date may be extended while the event is open.
      *              The shared check (CSUTL3PL) reads it for CBACT01A,
      *              CBACT68A, CBACT26A, CBACT27A, CBACT56A and
      *              CBACT28A.
      ******************************************************************
       01  DISASTER-EVENT-RECORD.
           05  DRE-EVENT-ID                      PIC S9(09) COMP.
           05  DRE-EVENT-NAME                    PIC X(40).
      * Relief applies on business dates from start through end
           05  DRE-START-DATE                    PIC X(10).
           05  DRE-END-DATE                      PIC X(10).
      * Relief terms - Y when the term applies to the event
           05  DRE-WAIVE-LATE-FEE                PIC X(01).
               88  DRE-LATE-FEES-WAIVED          VALUE 'Y'.
           05  DRE-SUSPEND-INTEREST              PIC X(01).
               88  DRE-INTEREST-SUSPENDED        VALUE 'Y'.
           05  DRE-DEFER-PAYMENT                 PIC X(01).
               88  DRE-PAYMENT-DEFERRED          VALUE 'Y'.
      * Collections queue and dunning letters held
           05  DRE-PAUSE-COLLECTIONS             PIC X(01).
               88  DRE-COLLECTIONS-PAUSED        VALUE 'Y'.
           05  DRE-CREATE-TS                     PIC X(26).
