      ******************************************************************
      * Copybook:    CVCPP01Y
      * Purpose:     Suspected common point of purchase record layout
      *              (CPPSUSP / CPP_POINT_ID) - one row per merchant
      *              the nightly CBACT94A finds in the legitimate
      *              history of several cards on recently confirmed
      *              fraud cases: how many compromised cards passed
      *              through it, the exposure window those cards
      *              were used in, and how many other cards on our
      *              book used the merchant in that window (listed
      *              on CPPCARD). The fraud team works the point
      *              through COCPP01A and closes it when done.
      ******************************************************************
       01  CPP-SUSPECT-RECORD.
           05  CPP-POINT-ID                      PIC S9(18) COMP-3.
           05  CPP-MERCHANT-ID                   PIC 9(09).
           05  CPP-MERCHANT-NAME                 PIC X(50).
      * Distinct compromised cards seen at the merchant - the rank.
           05  CPP-FRAUD-CARD-CNT                PIC S9(04) COMP.
      * Earliest and latest use of the merchant by a compromised
      * card; every other card used there in between is exposed.
           05  CPP-WINDOW-START-TS               PIC X(26).
           05  CPP-WINDOW-END-TS                 PIC X(26).
           05  CPP-EXPOSED-CARD-CNT              PIC S9(09) COMP.
      * Open while the fraud team is working it; a closed point is
      * only reopened when more compromised cards turn up there.
           05  CPP-STATUS                        PIC X(01).
               88  CPP-STATUS-OPEN               VALUE 'O'.
               88  CPP-STATUS-CLOSED             VALUE 'C'.
           05  CPP-FIRST-RUN-DATE                PIC X(10).
           05  CPP-LAST-RUN-DATE                 PIC X(10).
           05  CPP-CLOSED-BY                     PIC X(08).
           05  CPP-CLOSED-TS                     PIC X(26).
