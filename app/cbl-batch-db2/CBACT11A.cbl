      * Type        : Batch COBOL/DB2 Program
      * Function    : Card-expiry reissue sweep - finds every active
      *               CARDDAT row expiring within WS-REISSUE-LEAD-DAYS
      *               and reissues it: mints a new card number/
      *               expiry date, retires the old card as Reissued,
      *               and repoints CXACAIX at the new card, the same
      *               mechanics COCRDUPA's lost/stolen replacement
      ******************************************************************
      * 2026-09-02 - Reissues stage an old/new pair on CARDUPDT for
      *              the CBACT44A account-updater feed
      * 2026-10-15 - No security code minted or stored at reissue; the
      *              new card's code is cut at embossing (CBACT42A)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT11A.
       AUTHOR.     AWS.
       01 WS-NEW-CARD-FIELDS.
         05 WS-CARD-NUM-SEQ-DISPLAY     PIC 9(15).
         05 WS-NEW-CARD-NUMBER          PIC X(16).

      * Working / edited display fields
       01 WS-WORK-FIELDS.

      * Newly-minted replacement card
       01 HOST-NEW-CARD-NUM             PIC X(16).
       01 HOST-NEW-EXPIRY-DATE          PIC X(10).
       01 HOST-BIN-RANGE.
         05 HOST-BIN-PREFIX             PIC X(06).
      *----------------------------------------------------------------*
      *                      2200-REISSUE-CARD
      * Same replace-in-place mechanics as COCRDUPA's PROCESS-REPLACE:
      * mint a new card number, retire the old card as Reissued,
      * insert the new card, and repoint CXACAIX. The only difference
      * from a caller-initiated replacement is the new expiry date is
      * pushed WS-REISSUE-VALIDITY-DAYS into the future rather than
      * original '4' + sequence format.
               PERFORM 2215-BUILD-CARD-NUMBER

      * No security code is minted here - CBACT42A cuts the new
      * card's code when it orders the plastic, so the clear code
      * exists only on its way to the embossing vendor.

               MOVE WS-NEW-CARD-NUMBER TO HOST-NEW-CARD-NUM
           END-IF.
               INSERT INTO CARDDAT (
                   CARD_NUM,
                   CARD_ACCT_ID,
                   CARD_CVV_DIGEST,
                   CARD_EMBOSSED_NAME,
                   CARD_EXPIRAION_DATE,
                   CARD_ACTIVE_STATUS,
               ) VALUES (
                   :HOST-NEW-CARD-NUM,
                   :HOST-CARD-ACCT-ID,
                   ' ',
                   :HOST-CARD-EMBOSSED-NAME,
                   :HOST-NEW-EXPIRY-DATE,
                   'P',
