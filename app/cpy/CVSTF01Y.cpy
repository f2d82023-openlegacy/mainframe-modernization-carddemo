      ******************************************************************
      * Copybook:    CVSTF01Y
      * Purpose:     Staff declared-relationship record layout
      *              (STAFFREL / STF_USR_ID + STF_CUST_ID) - the
      *              customers an employee has declared a personal
      *              tie to (spouse, family, household, business
      *              partner), alongside the employee's own customer
      *              link on USERSEC. Maintained by security through
      *              COSTF01A; read by the staff-conflict check
      *              (CSUTLEPL) every maintenance and money-moving
      *              service runs, and by the monthly employee-linked
      *              account report CBACT74A.
      ******************************************************************
       01  STAFF-RELATION-RECORD.
           05  STF-USR-ID                        PIC X(08).
           05  STF-CUST-ID                       PIC 9(09).
           05  STF-RELATION-CD                   PIC X(01).
               88  STF-REL-SPOUSE                VALUE 'S'.
               88  STF-REL-FAMILY                VALUE 'F'.
               88  STF-REL-HOUSEHOLD             VALUE 'H'.
               88  STF-REL-BUSINESS              VALUE 'B'.
               88  STF-REL-OTHER                 VALUE 'O'.
               88  STF-REL-VALID                 VALUES 'S' 'F' 'H'
                                                        'B' 'O'.
      * The security user who recorded the declaration
           05  STF-DECLARED-BY                   PIC X(08).
           05  STF-DECLARED-TS                   PIC X(26).
