      ******************************************************************
      * Copybook:    CVCIV02Y
      * Purpose:     Caller verification question-set record layout
      *              (CIVQSET / CIQ_SET_ID) - one row per method the
      *              phone desk may use in COCIV01A, naming which of
      *              the five questions are asked and how many must be
      *              answered correctly to pass. Fraud operations tune
      *              the sets without a program change. A request with
      *              no method, or one naming a set that is missing or
      *              inactive, runs on the service's house default -
      *              date of birth, SSN last four and ZIP, all three
      *              correct.
      ******************************************************************
       01  CIV-QSET-RECORD.
           05  CIQ-SET-ID                        PIC X(08).
           05  CIQ-SET-DESC                      PIC X(40).
           05  CIQ-ACTIVE-FLAG                   PIC X(01).
               88  CIQ-SET-ACTIVE                VALUE 'Y'.
               88  CIQ-SET-INACTIVE              VALUE 'N'.
      * Y - the question is asked under this set
           05  CIQ-ASK-DOB                       PIC X(01).
           05  CIQ-ASK-SSN4                      PIC X(01).
           05  CIQ-ASK-ZIP                       PIC X(01).
      * A posted transaction amount on one of the customer's cards
      * in the last 30 days
           05  CIQ-ASK-TRAN-AMT                  PIC X(01).
           05  CIQ-ASK-CARD4                     PIC X(01).
      * Fewest correct answers that pass; zero or more than the
      * number asked means every asked question must be right.
           05  CIQ-MIN-CORRECT                   PIC S9(04) COMP.
           05  CIQ-UPDATE-USER-ID                PIC X(08).
           05  CIQ-UPDATE-TS                     PIC X(26).
