      ******************************************************************
      * Copybook:    CVAGY01Y
      * Purpose:     Collection agency master record layout (AGENCY /
      *              AGY_ID) - one row per third-party agency we place
      *              charged-off RECOVERY balances with, maintained
      *              through COAGY01A. Carries the contract terms the
      *              placement batch CBACT87A assigns by (tier, balance
      *              band, capacity, placement period) and the
      *              contingency commission rate the remittance job
      *              CBACT89A deducts from each collection. The rate
      *              in force is copied onto the placement, so a later
      *              renegotiation does not reprice work already out.
      ******************************************************************
       01  AGENCY-RECORD.
           05  AGY-ID                            PIC X(08).
           05  AGY-NAME                          PIC X(50).
           05  AGY-CONTACT-PHONE                 PIC X(15).
      * Contingency commission as a percentage of gross collections
           05  AGY-COMMISSION-PCT                PIC S9(03)V99
                                                  COMP-3.
      * Placement tier the agency works - a charged-off account goes
      * to a primary agency first, and to a secondary, then a
      * tertiary agency each time a placement period ends unpaid.
           05  AGY-TIER                          PIC X(01).
               88  AGY-TIER-PRIMARY              VALUE '1'.
               88  AGY-TIER-SECONDARY            VALUE '2'.
               88  AGY-TIER-TERTIARY             VALUE '3'.
      * Days an account stays with the agency before it is recalled
           05  AGY-PLACEMENT-DAYS                PIC S9(04) COMP.
      * Balance band the agency accepts - zero maximum means no cap
           05  AGY-MIN-BALANCE                   PIC S9(10)V99
                                                  COMP-3.
           05  AGY-MAX-BALANCE                   PIC S9(10)V99
                                                  COMP-3.
      * Open placements the agency will hold - zero means no limit
           05  AGY-MAX-ACCOUNTS                  PIC S9(07) COMP-3.
           05  AGY-STATUS                        PIC X(01).
               88  AGY-STATUS-ACTIVE             VALUE 'A'.
               88  AGY-STATUS-INACTIVE           VALUE 'I'.
           05  AGY-CREATE-TS                     PIC X(26).
           05  AGY-UPDATE-TS                     PIC X(26).
