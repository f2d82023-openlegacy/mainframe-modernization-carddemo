      ******************************************************************
      * Copybook:    CVDRL02Y
      * Purpose:     Disaster relief ZIP list record layout (DSTZIP /
      *              DRZ_EVENT_ID + DRZ_ZIP) - one row per 5-digit ZIP
      *              code declared affected by a DSTEVENT event
      *              (CVDRL01Y). The nightly enrollment run CBDRL01A
      *              enrolls every open account whose customer's
      *              address falls in one of the event's ZIPs.
      ******************************************************************
       01  DISASTER-ZIP-RECORD.
           05  DRZ-EVENT-ID                      PIC S9(09) COMP.
           05  DRZ-ZIP                           PIC X(05).
