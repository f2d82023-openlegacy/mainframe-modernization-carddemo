      ******************************************************************
      * Copybook:    CVCDC01Y
      * Purpose:     Change-data extract run record layout (CDCRUN /
      *              CDC_SEQ_NUM) - one row per CDCDELTA file CBCDC01A
      *              sends to the data warehouse and CRM. The sequence
      *              number is carried in the file header so the
      *              receiving side can tell a missed day; the change
      *              window (low/high timestamp) makes each night's
      *              delta start exactly where the last one stopped,
      *              so an online change made after midnight but
      *              before the business date rolls is never lost or
      *              sent twice. A full refresh is logged the same way
      *              and the next delta carries on from it.
      ******************************************************************
       01  CDC-RUN-RECORD.
           05  CDC-SEQ-NUM                       PIC S9(09) COMP.
           05  CDC-RUN-DATE                      PIC X(10).
      * D - delta of the day's changes, F - full refresh
           05  CDC-MODE                          PIC X(01).
               88  CDC-MODE-DELTA                VALUE 'D'.
               88  CDC-MODE-FULL                 VALUE 'F'.
      * Changes stamped after LOW and up to HIGH are in this file
           05  CDC-LOW-TS                        PIC X(26).
           05  CDC-HIGH-TS                       PIC X(26).
           05  CDC-CUST-CNT                      PIC S9(09) COMP.
           05  CDC-ACCT-CNT                      PIC S9(09) COMP.
           05  CDC-CARD-CNT                      PIC S9(09) COMP.
           05  CDC-XREF-CNT                      PIC S9(09) COMP.
           05  CDC-TOTAL-CNT                     PIC S9(09) COMP.
           05  CDC-CREATE-TS                     PIC X(26).
