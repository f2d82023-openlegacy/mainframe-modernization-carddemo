      ******************************************************************
      * Copybook:    CVARC01Y
      * Purpose:     Access recertification record layout
      *              (ACCREVW / ARC_CYCLE_ID + ARC_USR_ID) - one row
      *              per user per quarterly review cycle. Opened by
      *              the quarterly batch CBACT75A for every active
      *              user (status P), or written already decided
      *              (status D) for an ID it disabled as dormant.
      *              The certifying manager's certify / revoke
      *              decision is recorded through COARC01A. Role,
      *              last signon and password-change date are the
      *              values the manager was shown when the cycle
      *              opened, kept as evidence of what was reviewed.
      ******************************************************************
       01  ACCESS-REVIEW-RECORD.
      * Review cycle, 'YYYY-Qn' from the business date
           05  ARC-CYCLE-ID                      PIC X(07).
           05  ARC-USR-ID                        PIC X(08).
      * Certifying manager when the cycle opened; blank is the
      * security administrators' unassigned group
           05  ARC-MANAGER-ID                    PIC X(08).
           05  ARC-USR-TYPE                      PIC X(01).
           05  ARC-ROLE-ID                       PIC X(05).
      * Blank when the ID has never signed on
           05  ARC-LAST-SIGNON-DATE              PIC X(10).
           05  ARC-PWD-CHANGED-DATE              PIC X(10).
           05  ARC-STATUS                        PIC X(01).
               88  ARC-PENDING                   VALUE 'P'.
               88  ARC-CERTIFIED                 VALUE 'C'.
               88  ARC-REVOKED                   VALUE 'R'.
               88  ARC-DORMANT-DISABLED          VALUE 'D'.
      * Deciding user ('CBACT75A' for a dormant disable)
           05  ARC-DECIDED-BY                    PIC X(08).
           05  ARC-DECIDED-TS                    PIC X(26).
           05  ARC-REASON                        PIC X(40).
